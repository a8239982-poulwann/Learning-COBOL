       identification division.
       program-id. wo-maint.

       environment division.
       input-output section.
       file-control.
           select work-order-file assign to "WORKORD.DAT"
               organization is indexed
               access mode is dynamic
               record key is wo-key
               file status is ws-workord-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is random
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select wo-trans-file assign to "WOTRANS.DAT"
               organization is line sequential.
           select change-report-file assign to "WOCHG.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  work-order-file.
           copy workord.

       fd  station-master-file.
           copy stnmast.

       fd  wo-trans-file.
       01  wo-trans-record.
           05 wt-code pic x(1).
           05 wt-station-id pic x(4).
           05 wt-wo-number pic x(6).
           05 wt-wo-number-num redefines wt-wo-number pic 9(6).
           05 wt-description pic x(40).
           05 filler pic x(9).

       fd  change-report-file.
       01  change-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".

       01 ws-workord-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".

       01 ws-trans-valid-flag pic x value "Y".
           88 trans-is-valid value "Y".
           88 trans-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-run-date-num pic 9(8) value zero.

       01 ws-open-count pic 9(5) value zero.
       01 ws-start-count pic 9(5) value zero.
       01 ws-close-count pic 9(5) value zero.
       01 ws-update-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.

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

       01 change-report-title.
           05 filler pic x(36)
               value "WORK ORDER MAINTENANCE REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 crt-date pic x(10).

       01 change-image-line.
           05 cil-action pic x(12).
           05 cil-station-id pic x(4).
           05 filler pic x(1) value "/".
           05 cil-wo-number pic 9(6).
           05 filler pic x(2) value spaces.
           05 cil-description pic x(40).
           05 filler pic x(2) value spaces.
           05 cil-status pic x(11).
           05 filler pic x(2) value spaces.
           05 cil-parts-cost pic zzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 cil-issue-count pic zzzz9.

       01 change-reject-line.
           05 crj-label pic x(12) value "REJECTED".
           05 crj-station-id pic x(4).
           05 filler pic x(1) value "/".
           05 crj-wo-number pic x(6).
           05 filler pic x(2) value spaces.
           05 crj-reason pic x(40).
           05 filler pic x(2) value spaces.
           05 crj-raw pic x(60).

       01 change-total-line.
           05 ctl-label pic x(14).
           05 ctl-count pic zzzz9.

       procedure division.

       000-main.
           display "Work Order Maintenance - batch run".
           perform 100-initialize.
           perform 200-process-one-transaction until end-of-input.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           move ws-run-yyyy to ws-run-date-num(1:4).
           move ws-run-mm to ws-run-date-num(5:2).
           move ws-run-dd to ws-run-date-num(7:2).
           open i-o work-order-file.
           if ws-workord-file-status = "35"
               open output work-order-file
               close work-order-file
               open i-o work-order-file
           end-if.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master unavailable, status "
                   ws-stnmast-file-status
                   " - new work orders will be rejected"
           end-if.
           open input wo-trans-file.
           open output change-report-file.
           move ws-run-mm to crt-date(1:2).
           move "/" to crt-date(3:1).
           move ws-run-dd to crt-date(4:2).
           move "/" to crt-date(6:1).
           move ws-run-yyyy to crt-date(7:4).
           write change-report-record from change-report-title.
           move spaces to change-report-record.
           write change-report-record.
           perform 150-read-next-transaction.

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
           move "WO-MAINT" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Work order maintenance started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       150-read-next-transaction.
           read wo-trans-file into wo-trans-record
               at end set end-of-input to true
           end-read.

       200-process-one-transaction.
           perform 250-validate-transaction.
           if trans-is-valid
               evaluate wt-code
                   when "O"
                       perform 300-open-work-order
                   when "S"
                       perform 310-start-work-order
                   when "C"
                       perform 320-close-work-order
                   when "U"
                       perform 330-update-work-order
               end-evaluate
           else
               perform 400-write-reject-line
           end-if.
           perform 150-read-next-transaction.

       250-validate-transaction.
           set trans-is-valid to true.
           move spaces to ws-reject-reason.
           if wt-code not = "O" and wt-code not = "S"
              and wt-code not = "C" and wt-code not = "U"
               set trans-is-invalid to true
               move "Transaction code not O, S, C or U"
                   to ws-reject-reason
           end-if.
           if trans-is-valid
               if wt-station-id = spaces
                  or wt-station-id is not alphabetic
                  or wt-station-id(4:1) = space
                   set trans-is-invalid to true
                   move "Station ID not 4 alpha chars"
                       to ws-reject-reason
               end-if
           end-if.
           if trans-is-valid and wt-wo-number is not numeric
               set trans-is-invalid to true
               move "Work order number not numeric"
                   to ws-reject-reason
           end-if.
           if trans-is-valid and wt-code = "O"
              and wt-description = spaces
               set trans-is-invalid to true
               move "Description missing on open"
                   to ws-reject-reason
           end-if.

       300-open-work-order.
           perform 305-check-station.
           if ws-reject-reason = spaces
               move wt-station-id to wo-station-id
               move wt-wo-number-num to wo-number
               move wt-description to wo-description
               move "O" to wo-status
               move ws-run-date-num to wo-opened-date
               move zero to wo-started-date wo-closed-date
               move ws-operator-id to wo-opened-by
               move zero to wo-parts-cost wo-issue-count
               write work-order-record
                   invalid key
                       move "Work order already on file"
                           to ws-reject-reason
                       perform 400-write-reject-line
                   not invalid key
                       add 1 to ws-open-count
                       move "OPENED" to cil-action
                       perform 410-write-image-line
               end-write
           else
               perform 400-write-reject-line
           end-if.

       305-check-station.
           if not stnmast-is-available
               move "Station master unavailable" to ws-reject-reason
           else
               move wt-station-id to sm-station-id
               read station-master-file
                   invalid key
                       move "Station not on master" to ws-reject-reason
                   not invalid key
                       if not sm-station-active
                           move "Station not active"
                               to ws-reject-reason
                       end-if
               end-read
           end-if.

       310-start-work-order.
           perform 340-read-work-order.
           if ws-reject-reason = spaces
               if not wo-is-open
                   move "Work order not in open state"
                       to ws-reject-reason
                   perform 400-write-reject-line
               else
                   move "P" to wo-status
                   move ws-run-date-num to wo-started-date
                   rewrite work-order-record
                   add 1 to ws-start-count
                   move "STARTED" to cil-action
                   perform 410-write-image-line
               end-if
           end-if.

       320-close-work-order.
           perform 340-read-work-order.
           if ws-reject-reason = spaces
               if wo-is-closed
                   move "Work order already closed"
                       to ws-reject-reason
                   perform 400-write-reject-line
               else
                   move "C" to wo-status
                   move ws-run-date-num to wo-closed-date
                   rewrite work-order-record
                   add 1 to ws-close-count
                   move "CLOSED" to cil-action
                   perform 410-write-image-line
               end-if
           end-if.

       330-update-work-order.
           perform 340-read-work-order.
           if ws-reject-reason = spaces
               if wt-description not = spaces
                   move wt-description to wo-description
               end-if
               rewrite work-order-record
               add 1 to ws-update-count
               move "UPDATED" to cil-action
               perform 410-write-image-line
           end-if.

       340-read-work-order.
           move wt-station-id to wo-station-id.
           move wt-wo-number-num to wo-number.
           read work-order-file
               invalid key
                   move "Work order not on file" to ws-reject-reason
                   perform 400-write-reject-line
           end-read.

       400-write-reject-line.
           add 1 to ws-reject-count.
           move wt-station-id to crj-station-id.
           move wt-wo-number to crj-wo-number.
           move ws-reject-reason to crj-reason.
           move wo-trans-record(1:60) to crj-raw.
           write change-report-record from change-reject-line.

       410-write-image-line.
           move wo-station-id to cil-station-id.
           move wo-number to cil-wo-number.
           move wo-description to cil-description.
           evaluate true
               when wo-is-open
                   move "OPEN" to cil-status
               when wo-is-in-progress
                   move "IN-PROGRESS" to cil-status
               when wo-is-closed
                   move "CLOSED" to cil-status
               when other
                   move "UNKNOWN" to cil-status
           end-evaluate.
           move wo-parts-cost to cil-parts-cost.
           move wo-issue-count to cil-issue-count.
           write change-report-record from change-image-line.

       700-write-totals.
           move spaces to change-report-record.
           write change-report-record.
           move "OPENED:       " to ctl-label.
           move ws-open-count to ctl-count.
           write change-report-record from change-total-line.
           move "STARTED:      " to ctl-label.
           move ws-start-count to ctl-count.
           write change-report-record from change-total-line.
           move "CLOSED:       " to ctl-label.
           move ws-close-count to ctl-count.
           write change-report-record from change-total-line.
           move "UPDATED:      " to ctl-label.
           move ws-update-count to ctl-count.
           write change-report-record from change-total-line.
           move "REJECTED:     " to ctl-label.
           move ws-reject-count to ctl-count.
           write change-report-record from change-total-line.

       900-terminate.
           close work-order-file.
           if stnmast-is-available
               close station-master-file
           end-if.
           close wo-trans-file.
           close change-report-file.

       end program wo-maint.
