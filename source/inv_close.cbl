       identification division.
       program-id. inv-close.

       environment division.
       input-output section.
       file-control.
           select inventory-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is im-item-number
               file status is ws-invmast-file-status.
           select period-control-file assign to "INVPERD.DAT"
               organization is line sequential
               file status is ws-period-file-status.
           select snapshot-file assign to "INVSNAP.DAT"
               organization is line sequential
               file status is ws-snapshot-file-status.
           select item-history-file assign to "ITEMHIST.DAT"
               organization is line sequential
               file status is ws-history-file-status.
           select close-report-file assign to "INVCLOSE.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  inventory-master-file.
           copy invmast.

       fd  period-control-file.
       01  period-control-record pic x(30).

       fd  snapshot-file.
       01  snapshot-record pic x(60).

       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  close-report-file.
       01  close-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       fd  system-control-file.
           copy sysctl.

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.
       01 ws-master-eof-flag pic x value "N".
           88 end-of-master value "Y".
       01 ws-snap-eof-flag pic x value "N".
           88 end-of-snapshot value "Y".

       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-period-file-status pic x(2) value spaces.
       01 ws-snapshot-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.
       01 ws-history-eof-flag pic x value "N".
           88 end-of-history value "Y".

       01 history-detail-line.
           05 ih-date pic 9(8).
           05 filler pic x(1) value space.
           05 ih-trans-code pic x(1).
           05 filler pic x(1) value space.
           05 ih-item-number pic 9(3).
           05 filler pic x(1) value space.
           05 ih-quantity pic 9(5).
           05 filler pic x(1) value space.
           05 ih-balance pic 9(5).
           05 filler pic x(1) value space.
           05 ih-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-to-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-reference pic x(10).
           05 filler pic x(1) value space.
           05 ih-reason-code pic x(1).
           05 filler pic x(1) value space.
           05 ih-unit-cost pic 9(5)v99.

           copy invperd.

       01 snapshot-detail-line.
           05 sn-period pic 9(6).
           05 filler pic x(1) value space.
           05 sn-item-number pic 9(3).
           05 filler pic x(1) value space.
           05 sn-location pic x(3).
           05 filler pic x(1) value space.
           05 sn-quantity pic 9(5).
           05 filler pic x(1) value space.
           05 sn-unit-cost pic 9(5)v99.
           05 filler pic x(1) value space.
           05 sn-value pic 9(9)v99.

       01 ws-close-period-env pic x(6) value spaces.
       01 ws-close-period pic 9(6) value zero.
       01 ws-close-period-x redefines ws-close-period.
           05 ws-close-yyyy pic 9(4).
           05 ws-close-mm pic 9(2).
       01 ws-run-period pic 9(6) value zero.
       01 ws-prior-period pic 9(6) value zero.
       01 ws-run-date-num pic 9(8) value zero.
       01 ws-next-date-num pic 9(8) value zero.
       01 ws-period-end-date pic 9(8) value zero.

       01 backout-table.
           05 backout-entry occurs 1000 times.
               10 bo-added-flag pic x(1).
                   88 bo-added-after-period value "Y".
               10 bo-item-qty pic s9(7).
               10 bo-item-value pic s9(9)v99.
               10 bo-location occurs 3 times.
                   15 bo-loc-code pic x(3).
                   15 bo-loc-qty pic s9(7).
       01 ws-bo-idx pic 9(4) value zero.
       01 ws-bo-loc-code pic x(3) value spaces.
       01 ws-bo-loc-idx pic 9 value zero.
       01 ws-bo-qty pic s9(7) value zero.
       01 ws-bo-cost pic 9(5)v99 value zero.
       01 ws-bo-value pic s9(9)v99 value zero.
       01 ws-warning-text pic x(50) value spaces.
       01 ws-warning-item pic 9(3) value zero.
       01 ws-default-location pic x(3) value "ST1".

       01 ws-pe-qty pic s9(7) value zero.
       01 ws-pe-loc-qty pic s9(7) value zero.
       01 ws-pe-value pic s9(9)v99 value zero.
       01 ws-pe-unit-cost pic 9(5)v99 value zero.
       01 ws-live-value pic 9(9)v99 value zero.
       01 ws-loc-code-work pic x(3) value spaces.

       01 prior-value-table.
           05 prior-value-entry occurs 1000 times.
               10 pv-value pic 9(9)v99.
               10 pv-present pic x(1).
       01 ws-item-idx pic 9(4) value zero.

       01 ws-loc-scan pic 9 value zero.
       01 ws-loc-value pic 9(9)v99 value zero.
       01 ws-item-value pic 9(9)v99 value zero.
       01 ws-prior-value pic 9(9)v99 value zero.
       01 ws-change-value pic s9(9)v99 value zero.
       01 ws-slots-used-flag pic x value "N".
           88 item-has-locations value "Y".

       01 ws-items-read pic 9(5) value zero.
       01 ws-backed-out-count pic 9(7) value zero.
       01 ws-excluded-count pic 9(5) value zero.
       01 ws-warning-count pic 9(5) value zero.
       01 ws-snapshot-lines pic 9(7) value zero.
       01 ws-prior-lines pic 9(7) value zero.
       01 ws-total-qty pic 9(9) value zero.
       01 ws-total-value pic 9(11)v99 value zero.
       01 ws-total-prior pic 9(11)v99 value zero.
       01 ws-total-change pic s9(11)v99 value zero.

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
       01 ws-required-level pic 9 value 2.
           copy opermast.
           copy auditrec.

       01 close-title-line.
           05 filler pic x(36)
               value "INVENTORY PERIOD-END VALUATION".
           05 filler pic x(10) value "RUN DATE: ".
           05 ctl-date pic x(10).

       01 close-period-line.
           05 filler pic x(16) value "  PERIOD CLOSED ".
           05 cpl-period pic x(7).
           05 filler pic x(18) value "  COMPARED WITH ".
           05 cpl-prior pic x(7).

       01 close-header-line.
           05 filler pic x(6) value "ITEM".
           05 filler pic x(32) value "DESCRIPTION".
           05 filler pic x(6) value "LOC".
           05 filler pic x(8) value "QTY".
           05 filler pic x(11) value "UNIT COST".
           05 filler pic x(15) value "VALUE".
           05 filler pic x(15) value "PRIOR VALUE".
           05 filler pic x(15) value "CHANGE".

       01 close-item-line.
           05 cil-item-number pic zz9.
           05 filler pic x(3) value spaces.
           05 cil-description pic x(30).
           05 filler pic x(2) value spaces.
           05 cil-location pic x(3).
           05 filler pic x(2) value spaces.
           05 cil-quantity pic zzzzz9.
           05 filler pic x(2) value spaces.
           05 cil-unit-cost pic zzzz9.99.
           05 filler pic x(2) value spaces.
           05 cil-value pic zzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 cil-prior-value pic zzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 cil-change pic -zzzzzzzz9.99.

       01 close-warning-line.
           05 filler pic x(11) value "  WARNING: ".
           05 cwl-item-label pic x(5) value "ITEM ".
           05 cwl-item-number pic 9(3).
           05 filler pic x(2) value spaces.
           05 cwl-text pic x(50).

       01 close-total-line.
           05 ctt-label pic x(30).
           05 ctt-count pic zzzzzz9.

       01 close-value-line.
           05 cvl-label pic x(30).
           05 cvl-value pic -zzzzzzzzzz9.99.

       procedure division.

       000-main.
           display "Inventory Period Close - batch run".
           perform 100-initialize.
           perform 300-snapshot-one-item until end-of-master.
           perform 700-write-totals.
           perform 800-record-closed-period.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           perform 110-determine-period.
           perform 107-write-run-audit-line.
           perform 120-load-prior-snapshot.
           open input inventory-master-file.
           if ws-invmast-file-status not = "00"
               display "Inventory master unavailable, status "
                   ws-invmast-file-status " - close refused"
               move 8 to return-code
               stop run
           end-if.
           open extend snapshot-file.
           if ws-snapshot-file-status = "35"
               open output snapshot-file
           end-if.
           open output close-report-file.
           move ws-run-mm to ctl-date(1:2).
           move "/" to ctl-date(3:1).
           move ws-run-dd to ctl-date(4:2).
           move "/" to ctl-date(6:1).
           move ws-run-yyyy to ctl-date(7:4).
           write close-report-record from close-title-line.
           move ws-close-yyyy to cpl-period(1:4).
           move "-" to cpl-period(5:1).
           move ws-close-mm to cpl-period(6:2).
           if ws-prior-period = zero
               move "NONE" to cpl-prior
           else
               move ws-prior-period(1:4) to cpl-prior(1:4)
               move "-" to cpl-prior(5:1)
               move ws-prior-period(5:2) to cpl-prior(6:2)
           end-if.
           write close-report-record from close-period-line.
           perform 130-load-later-movements.
           move spaces to close-report-record.
           write close-report-record.
           write close-report-record from close-header-line.

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
                       " needs supervisor level - run refused"
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
           move "INV-CLOSE" to aud-station-id.
           move "RUN" to aud-outcome.
           move spaces to aud-detail.
           string "Inventory period close " delimited by size
                  ws-close-period delimited by size
               into aud-detail
           end-string.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       110-determine-period.
           move ws-run-yyyy to ws-run-period(1:4).
           move ws-run-mm to ws-run-period(5:2).
           accept ws-close-period-env from environment
               "INVCLOSE_PERIOD".
           if ws-close-period-env = spaces
               move ws-run-yyyy to ws-close-yyyy
               move ws-run-mm to ws-close-mm
               if ws-close-mm = 1
                   move 12 to ws-close-mm
                   subtract 1 from ws-close-yyyy
               else
                   subtract 1 from ws-close-mm
               end-if
           else
               if ws-close-period-env is not numeric
                   display "INVCLOSE_PERIOD not yyyymm: "
                       ws-close-period-env " - close refused"
                   move 8 to return-code
                   stop run
               end-if
               move ws-close-period-env to ws-close-period
           end-if.
           if ws-close-mm < 1 or ws-close-mm > 12
               display "Close period month invalid: "
                   ws-close-period " - close refused"
               move 8 to return-code
               stop run
           end-if.
           if ws-close-period > ws-run-period
               display "Period " ws-close-period
                   " has not started - close refused"
               move 8 to return-code
               stop run
           end-if.
           if ws-close-period = ws-run-period
               move ws-run-yyyy to ws-run-date-num(1:4)
               move ws-run-mm to ws-run-date-num(5:2)
               move ws-run-dd to ws-run-date-num(7:2)
               compute ws-next-date-num = function date-of-integer(
                   function integer-of-date(ws-run-date-num) + 1)
               if ws-next-date-num(7:2) not = "01"
                   display "Period " ws-close-period
                       " is still open until its last day"
                       " - close refused"
                   move 8 to return-code
                   stop run
               end-if
           end-if.
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
           if ws-close-period <= pc-last-closed-period
               display "Period " ws-close-period
                   " already closed (last closed "
                   pc-last-closed-period ") - close refused"
               move 8 to return-code
               stop run
           end-if.
           move pc-last-closed-period to ws-prior-period.

       120-load-prior-snapshot.
           perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > 1000
               move zero to pv-value(ws-item-idx)
               move "N" to pv-present(ws-item-idx)
           end-perform.
           if ws-prior-period not = zero
               open input snapshot-file
               if ws-snapshot-file-status = "00"
                   perform until end-of-snapshot
                       read snapshot-file into snapshot-detail-line
                           at end set end-of-snapshot to true
                           not at end
                               perform 125-store-prior-value
                       end-read
                   end-perform
                   close snapshot-file
               else
                   display "Prior snapshot unavailable, status "
                       ws-snapshot-file-status
               end-if
           end-if.

       125-store-prior-value.
           if sn-period = ws-prior-period
              and sn-item-number is numeric
               add 1 to ws-prior-lines
               compute ws-item-idx = sn-item-number + 1
               add sn-value to pv-value(ws-item-idx)
               move "Y" to pv-present(ws-item-idx)
           end-if.

       130-load-later-movements.
           initialize backout-table.
           compute ws-period-end-date = ws-close-period * 100 + 31.
           move "N" to ws-history-eof-flag.
           open input item-history-file.
           if ws-history-file-status not = "00"
               display "Item history unavailable, status "
                   ws-history-file-status
                   " - live balances valued without back-out"
               set end-of-history to true
           end-if.
           perform until end-of-history
               read item-history-file into history-detail-line
                   at end set end-of-history to true
                   not at end
                       if ih-date is numeric
                          and ih-item-number is numeric
                          and ih-date > ws-period-end-date
                           perform 140-back-out-one-movement
                       end-if
               end-read
           end-perform.
           if ws-history-file-status = "00"
              or ws-history-file-status = "10"
               close item-history-file
           end-if.

       140-back-out-one-movement.
           compute ws-bo-idx = ih-item-number + 1.
           move ih-item-number to ws-warning-item.
           if ih-quantity is numeric
               move ih-quantity to ws-bo-qty
           else
               move zero to ws-bo-qty
           end-if.
           if ih-unit-cost is numeric
               move ih-unit-cost to ws-bo-cost
           else
               move zero to ws-bo-cost
           end-if.
           evaluate ih-trans-code
               when "R"
                   move ih-location to ws-bo-loc-code
                   perform 150-add-location-delta
                   add ws-bo-qty to bo-item-qty(ws-bo-idx)
                   compute ws-bo-value = ws-bo-qty * ws-bo-cost
                   add ws-bo-value to bo-item-value(ws-bo-idx)
                   add 1 to ws-backed-out-count
               when "I"
                   compute ws-bo-qty = zero - ws-bo-qty
                   move ih-location to ws-bo-loc-code
                   perform 150-add-location-delta
                   add ws-bo-qty to bo-item-qty(ws-bo-idx)
                   compute ws-bo-value = ws-bo-qty * ws-bo-cost
                   add ws-bo-value to bo-item-value(ws-bo-idx)
                   add 1 to ws-backed-out-count
               when "M"
                   move ih-to-location to ws-bo-loc-code
                   perform 150-add-location-delta
                   compute ws-bo-qty = zero - ws-bo-qty
                   move ih-location to ws-bo-loc-code
                   perform 150-add-location-delta
                   add 1 to ws-backed-out-count
               when "A"
                   move "Y" to bo-added-flag(ws-bo-idx)
               when "U"
                   if ih-location not = spaces
                       move "QUANTITY RESET AFTER PERIOD END"
                           to ws-warning-text
                       perform 160-write-warning-line
                   end-if
               when "D"
                   move "DELETED AFTER PERIOD END - NOT IN SNAPSHOT"
                       to ws-warning-text
                   perform 160-write-warning-line
           end-evaluate.

       150-add-location-delta.
           move zero to ws-bo-loc-idx.
           if ws-bo-loc-code = spaces
               move ws-default-location to ws-bo-loc-code
           end-if.
           perform varying ws-loc-scan from 1 by 1
                   until ws-loc-scan > 3
               if ws-bo-loc-idx = zero
                  and (bo-loc-code(ws-bo-idx ws-loc-scan)
                       = ws-bo-loc-code
                       or bo-loc-code(ws-bo-idx ws-loc-scan)
                          = spaces)
                   move ws-loc-scan to ws-bo-loc-idx
               end-if
           end-perform.
           if ws-bo-loc-idx = zero
               move "MORE THAN 3 LOCATIONS MOVED - NOT BACKED OUT"
                   to ws-warning-text
               perform 160-write-warning-line
           else
               move ws-bo-loc-code
                   to bo-loc-code(ws-bo-idx ws-bo-loc-idx)
               add ws-bo-qty to bo-loc-qty(ws-bo-idx ws-bo-loc-idx)
           end-if.

       160-write-warning-line.
           add 1 to ws-warning-count.
           move ws-warning-item to cwl-item-number.
           move ws-warning-text to cwl-text.
           write close-report-record from close-warning-line.

       300-snapshot-one-item.
           read inventory-master-file next record
               at end set end-of-master to true
               not at end
                   add 1 to ws-items-read
                   if bo-added-after-period(im-item-number + 1)
                       add 1 to ws-excluded-count
                   else
                       perform 310-write-item-snapshot
                   end-if
           end-read.

       310-write-item-snapshot.
           compute ws-item-idx = im-item-number + 1.
           move im-item-number to ws-warning-item.
           compute ws-pe-qty =
               im-quantity-on-hand - bo-item-qty(ws-item-idx).
           if ws-pe-qty < zero
               move "BACK-OUT EXCEEDS ON HAND - QUANTITY TAKEN AS ZERO"
                   to ws-warning-text
               perform 160-write-warning-line
               move zero to ws-pe-qty
           end-if.
           compute ws-live-value = im-quantity-on-hand * im-unit-cost.
           compute ws-pe-value =
               ws-live-value - bo-item-value(ws-item-idx).
           if bo-item-value(ws-item-idx) not = zero
              and ws-pe-qty > zero
              and ws-pe-value > zero
               compute ws-pe-unit-cost rounded =
                   ws-pe-value / ws-pe-qty
           else
               move im-unit-cost to ws-pe-unit-cost
           end-if.
           move zero to ws-item-value.
           move "N" to ws-slots-used-flag.
           perform varying ws-loc-scan from 1 by 1
                   until ws-loc-scan > 3
               if il-location-code(ws-loc-scan) not = spaces
                   set item-has-locations to true
                   move il-location-code(ws-loc-scan)
                       to ws-loc-code-work
                   perform 330-find-location-delta
                   compute ws-pe-loc-qty =
                       il-quantity(ws-loc-scan) - ws-bo-qty
                   if ws-pe-loc-qty < zero
                       move zero to ws-pe-loc-qty
                   end-if
                   compute ws-loc-value =
                       ws-pe-loc-qty * ws-pe-unit-cost
                   add ws-loc-value to ws-item-value
                   move il-location-code(ws-loc-scan) to sn-location
                   move ws-pe-loc-qty to sn-quantity
                   perform 320-write-snapshot-line
               end-if
           end-perform.
           if not item-has-locations
               compute ws-loc-value = ws-pe-qty * ws-pe-unit-cost
               move ws-loc-value to ws-item-value
               move spaces to sn-location
               move ws-pe-qty to sn-quantity
               perform 320-write-snapshot-line
           end-if.
           add ws-pe-qty to ws-total-qty.
           add ws-item-value to ws-total-value.
           move pv-value(ws-item-idx) to ws-prior-value.
           add ws-prior-value to ws-total-prior.
           compute ws-change-value = ws-item-value - ws-prior-value.
           move im-item-number to cil-item-number.
           move im-item-description to cil-description.
           move spaces to cil-location.
           move ws-pe-qty to cil-quantity.
           move ws-pe-unit-cost to cil-unit-cost.
           move ws-item-value to cil-value.
           move ws-prior-value to cil-prior-value.
           move ws-change-value to cil-change.
           write close-report-record from close-item-line.

       320-write-snapshot-line.
           move ws-close-period to sn-period.
           move im-item-number to sn-item-number.
           move ws-pe-unit-cost to sn-unit-cost.
           move ws-loc-value to sn-value.
           write snapshot-record from snapshot-detail-line.
           add 1 to ws-snapshot-lines.

       330-find-location-delta.
           move zero to ws-bo-qty.
           perform varying ws-bo-loc-idx from 1 by 1
                   until ws-bo-loc-idx > 3
               if bo-loc-code(ws-item-idx ws-bo-loc-idx)
                   = ws-loc-code-work
                   move bo-loc-qty(ws-item-idx ws-bo-loc-idx)
                       to ws-bo-qty
               end-if
           end-perform.

       700-write-totals.
           move spaces to close-report-record.
           write close-report-record.
           move "ITEMS VALUED:" to ctt-label.
           move ws-items-read to ctt-count.
           write close-report-record from close-total-line.
           move "SNAPSHOT LINES WRITTEN:" to ctt-label.
           move ws-snapshot-lines to ctt-count.
           write close-report-record from close-total-line.
           move "PRIOR SNAPSHOT LINES:" to ctt-label.
           move ws-prior-lines to ctt-count.
           write close-report-record from close-total-line.
           move "LATER MOVEMENTS BACKED OUT:" to ctt-label.
           move ws-backed-out-count to ctt-count.
           write close-report-record from close-total-line.
           move "ITEMS ADDED AFTER PERIOD:" to ctt-label.
           move ws-excluded-count to ctt-count.
           write close-report-record from close-total-line.
           move "BACK-OUT WARNINGS:" to ctt-label.
           move ws-warning-count to ctt-count.
           write close-report-record from close-total-line.
           move "TOTAL QUANTITY ON HAND:" to ctt-label.
           move ws-total-qty to ctt-count.
           write close-report-record from close-total-line.
           move "CLOSING STOCK VALUE:" to cvl-label.
           move ws-total-value to cvl-value.
           write close-report-record from close-value-line.
           move "PRIOR PERIOD VALUE:" to cvl-label.
           move ws-total-prior to cvl-value.
           write close-report-record from close-value-line.
           compute ws-total-change = ws-total-value - ws-total-prior.
           move "CHANGE IN VALUE:" to cvl-label.
           move ws-total-change to cvl-value.
           write close-report-record from close-value-line.

       800-record-closed-period.
           open output period-control-file.
           move spaces to period-control-line.
           move ws-close-period to pc-last-closed-period.
           move ws-run-yyyy to pc-closed-date(1:4).
           move ws-run-mm to pc-closed-date(5:2).
           move ws-run-dd to pc-closed-date(7:2).
           move ws-operator-id to pc-closed-by.
           write period-control-record from period-control-line.
           close period-control-file.

       900-terminate.
           close inventory-master-file.
           close snapshot-file.
           close close-report-file.
           display "Period closed:      " ws-close-period.
           display "Items valued:       " ws-items-read.
           display "Snapshot lines:     " ws-snapshot-lines.
           display "Later moves out:    " ws-backed-out-count.
           if ws-warning-count > zero
               display "Back-out warnings:  " ws-warning-count
               move 4 to return-code
           end-if.

       end program inv-close.
