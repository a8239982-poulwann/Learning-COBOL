       identification division.
       program-id. sub-maint.

       environment division.
       input-output section.
       file-control.
           select subscriber-master-file assign to "SUBMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sb-subscriber-id
               file status is ws-submast-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is random
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select subscriber-trans-file assign to "SUBTRANS.DAT"
               organization is line sequential.
           select change-report-file assign to "SUBCHG.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  subscriber-master-file.
           copy submast.

       fd  station-master-file.
           copy stnmast.

       fd  subscriber-trans-file.
       01  subscriber-trans-record.
           05 st-code pic x(1).
           05 st-subscriber-id pic x(6).
           05 st-subscriber-name pic x(30).
           05 st-contact-name pic x(20).
           05 st-phone pic x(15).
           05 st-station-id pic x(4).
           05 st-product pic x(4).
               88 st-product-is-known
                   value "BLTN" "CURR" "WIND" "TAFA".
           05 filler pic x(10).

       fd  change-report-file.
       01  change-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".

       01 ws-submast-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".

       01 ws-trans-valid-flag pic x value "Y".
           88 trans-is-valid value "Y".
           88 trans-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.

       01 ws-sub-idx pic 9(2) value zero.
       01 ws-sub-found-idx pic 9(2) value zero.
       01 ws-sub-next-idx pic 9(2) value zero.
       01 ws-sub-max pic 9(2) value 20.

       01 ws-add-count pic 9(5) value zero.
       01 ws-update-count pic 9(5) value zero.
       01 ws-deact-count pic 9(5) value zero.
       01 ws-subscribe-count pic 9(5) value zero.
       01 ws-cancel-count pic 9(5) value zero.
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
       01 ws-required-level pic 9 value 2.
           copy opermast.
           copy auditrec.

       01 change-report-title.
           05 filler pic x(36)
               value "SUBSCRIBER MASTER MAINTENANCE REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 crt-date pic x(10).

       01 change-action-line.
           05 cal-action pic x(14).
           05 cal-subscriber-id pic x(6).
           05 filler pic x(2) value spaces.
           05 cal-station-id pic x(4).
           05 filler pic x(1) value space.
           05 cal-product pic x(4).

       01 change-image-line.
           05 cil-label pic x(9).
           05 cil-subscriber-id pic x(6).
           05 filler pic x(2) value spaces.
           05 cil-subscriber-name pic x(30).
           05 filler pic x(2) value spaces.
           05 cil-contact-name pic x(20).
           05 filler pic x(2) value spaces.
           05 cil-phone pic x(15).
           05 filler pic x(2) value spaces.
           05 cil-active pic x(8).
           05 filler pic x(2) value spaces.
           05 cil-sub-count pic z9.
           05 filler pic x(14) value " SUBSCRIPTIONS".

       01 change-reject-line.
           05 crj-label pic x(9) value "REJECTED".
           05 crj-subscriber-id pic x(6).
           05 filler pic x(2) value spaces.
           05 crj-reason pic x(40).
           05 filler pic x(2) value spaces.
           05 crj-raw pic x(73).

       01 change-total-line.
           05 ctl-label pic x(14).
           05 ctl-count pic zzzz9.

       procedure division.

       000-main.
           display "Subscriber Master Maintenance - batch run".
           perform 100-initialize.
           perform 200-process-one-transaction until end-of-input.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           open i-o subscriber-master-file.
           if ws-submast-file-status = "35"
               open output subscriber-master-file
               close subscriber-master-file
               open i-o subscriber-master-file
           end-if.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master unavailable, status "
                   ws-stnmast-file-status
           end-if.
           open input subscriber-trans-file.
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
           move "SUB-MAINT" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Subscriber master maintenance started"
               to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       150-read-next-transaction.
           read subscriber-trans-file into subscriber-trans-record
               at end set end-of-input to true
           end-read.

       200-process-one-transaction.
           perform 250-validate-transaction.
           if trans-is-valid
               evaluate st-code
                   when "A"
                       perform 300-add-subscriber
                   when "U"
                       perform 310-update-subscriber
                   when "D"
                       perform 320-deactivate-subscriber
                   when "S"
                       perform 330-add-subscription
                   when "X"
                       perform 340-cancel-subscription
               end-evaluate
           else
               perform 400-write-reject-line
           end-if.
           perform 150-read-next-transaction.

       250-validate-transaction.
           set trans-is-valid to true.
           move spaces to ws-reject-reason.
           if st-code not = "A" and st-code not = "U"
              and st-code not = "D" and st-code not = "S"
              and st-code not = "X"
               set trans-is-invalid to true
               move "Transaction code not A, U, D, S or X"
                   to ws-reject-reason
           end-if.
           if trans-is-valid and st-subscriber-id = spaces
               set trans-is-invalid to true
               move "Subscriber ID missing" to ws-reject-reason
           end-if.
           if trans-is-valid and st-code = "A"
              and st-subscriber-name = spaces
               set trans-is-invalid to true
               move "Subscriber name missing on add"
                   to ws-reject-reason
           end-if.
           if trans-is-valid
              and (st-code = "S" or st-code = "X")
              and st-station-id = spaces
               set trans-is-invalid to true
               move "Station ID missing" to ws-reject-reason
           end-if.
           if trans-is-valid
              and (st-code = "S" or st-code = "X")
              and not st-product-is-known
               set trans-is-invalid to true
               move "Product not BLTN, CURR, WIND or TAFA"
                   to ws-reject-reason
           end-if.
           if trans-is-valid and st-code = "S"
               perform 260-check-station
           end-if.

       260-check-station.
           if not stnmast-is-available
               set trans-is-invalid to true
               move "Station master unavailable"
                   to ws-reject-reason
           else
               move st-station-id to sm-station-id
               read station-master-file
                   invalid key
                       set trans-is-invalid to true
                       move "Station not on station master"
                           to ws-reject-reason
                   not invalid key
                       if not sm-station-active
                           set trans-is-invalid to true
                           move "Station is not active"
                               to ws-reject-reason
                       end-if
               end-read
           end-if.

       300-add-subscriber.
           move st-subscriber-id to sb-subscriber-id.
           read subscriber-master-file
               invalid key
                   continue
               not invalid key
                   move "Subscriber already on master"
                       to ws-reject-reason
                   perform 400-write-reject-line
           end-read.
           if ws-reject-reason = spaces
               initialize subscriber-master-record
               move st-subscriber-id to sb-subscriber-id
               move st-subscriber-name to sb-subscriber-name
               move st-contact-name to sb-contact-name
               move st-phone to sb-phone
               move "A" to sb-active-flag
               move zero to sb-sub-count
               write subscriber-master-record
                   invalid key
                       move "Add rejected by file system"
                           to ws-reject-reason
                       perform 400-write-reject-line
                   not invalid key
                       add 1 to ws-add-count
                       move "ADDED" to cal-action
                       perform 410-write-action-line
                       perform 430-write-after-image
               end-write
           end-if.

       310-update-subscriber.
           move st-subscriber-id to sb-subscriber-id.
           read subscriber-master-file
               invalid key
                   move "Subscriber not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 315-apply-update
           end-read.

       315-apply-update.
           move "UPDATED" to cal-action.
           perform 410-write-action-line.
           perform 420-write-before-image.
           if st-subscriber-name not = spaces
               move st-subscriber-name to sb-subscriber-name
           end-if.
           if st-contact-name not = spaces
               move st-contact-name to sb-contact-name
           end-if.
           if st-phone not = spaces
               move st-phone to sb-phone
           end-if.
           move "A" to sb-active-flag.
           rewrite subscriber-master-record.
           add 1 to ws-update-count.
           perform 430-write-after-image.

       320-deactivate-subscriber.
           move st-subscriber-id to sb-subscriber-id.
           read subscriber-master-file
               invalid key
                   move "Subscriber not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 325-apply-deactivate
           end-read.

       325-apply-deactivate.
           if not sb-subscriber-active
               move "Subscriber already inactive" to ws-reject-reason
               perform 400-write-reject-line
           else
               move "DEACTIVATED" to cal-action
               perform 410-write-action-line
               perform 420-write-before-image
               move "I" to sb-active-flag
               rewrite subscriber-master-record
               add 1 to ws-deact-count
               perform 430-write-after-image
           end-if.

       330-add-subscription.
           move st-subscriber-id to sb-subscriber-id.
           read subscriber-master-file
               invalid key
                   move "Subscriber not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 335-apply-subscription
           end-read.

       335-apply-subscription.
           perform 350-find-subscription.
           evaluate true
               when not sb-subscriber-active
                   move "Subscriber is not active" to ws-reject-reason
                   perform 400-write-reject-line
               when ws-sub-found-idx not = zero
                   move "Subscription already on master"
                       to ws-reject-reason
                   perform 400-write-reject-line
               when sb-sub-count >= ws-sub-max
                   move "Subscription table full (20)"
                       to ws-reject-reason
                   perform 400-write-reject-line
               when other
                   move "SUBSCRIBED" to cal-action
                   perform 410-write-action-line
                   perform 420-write-before-image
                   add 1 to sb-sub-count
                   move st-station-id to sb-sub-station(sb-sub-count)
                   move st-product to sb-sub-product(sb-sub-count)
                   rewrite subscriber-master-record
                   add 1 to ws-subscribe-count
                   perform 430-write-after-image
           end-evaluate.

       340-cancel-subscription.
           move st-subscriber-id to sb-subscriber-id.
           read subscriber-master-file
               invalid key
                   move "Subscriber not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 345-apply-cancel
           end-read.

       345-apply-cancel.
           perform 350-find-subscription.
           if ws-sub-found-idx = zero
               move "Subscription not on master" to ws-reject-reason
               perform 400-write-reject-line
           else
               move "CANCELLED" to cal-action
               perform 410-write-action-line
               perform 420-write-before-image
               perform varying ws-sub-idx from ws-sub-found-idx by 1
                       until ws-sub-idx >= sb-sub-count
                   compute ws-sub-next-idx = ws-sub-idx + 1
                   move sb-subscriptions(ws-sub-next-idx)
                       to sb-subscriptions(ws-sub-idx)
               end-perform
               move spaces to sb-subscriptions(sb-sub-count)
               subtract 1 from sb-sub-count
               rewrite subscriber-master-record
               add 1 to ws-cancel-count
               perform 430-write-after-image
           end-if.

       350-find-subscription.
           move zero to ws-sub-found-idx.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > sb-sub-count
                   or ws-sub-found-idx not = zero
               if sb-sub-station(ws-sub-idx) = st-station-id
                  and sb-sub-product(ws-sub-idx) = st-product
                   move ws-sub-idx to ws-sub-found-idx
               end-if
           end-perform.

       400-write-reject-line.
           add 1 to ws-reject-count.
           move st-subscriber-id to crj-subscriber-id.
           move ws-reject-reason to crj-reason.
           move subscriber-trans-record(1:73) to crj-raw.
           write change-report-record from change-reject-line.

       410-write-action-line.
           move st-subscriber-id to cal-subscriber-id.
           move spaces to cal-station-id cal-product.
           if st-code = "S" or st-code = "X"
               move st-station-id to cal-station-id
               move st-product to cal-product
           end-if.
           write change-report-record from change-action-line.

       420-write-before-image.
           move "  BEFORE:" to cil-label.
           perform 440-fill-image-fields.
           write change-report-record from change-image-line.

       430-write-after-image.
           move "  AFTER: " to cil-label.
           perform 440-fill-image-fields.
           write change-report-record from change-image-line.

       440-fill-image-fields.
           move sb-subscriber-id to cil-subscriber-id.
           move sb-subscriber-name to cil-subscriber-name.
           move sb-contact-name to cil-contact-name.
           move sb-phone to cil-phone.
           move sb-sub-count to cil-sub-count.
           if sb-subscriber-active
               move "ACTIVE" to cil-active
           else
               move "INACTIVE" to cil-active
           end-if.

       700-write-totals.
           move spaces to change-report-record.
           write change-report-record.
           move "ADDED:        " to ctl-label.
           move ws-add-count to ctl-count.
           write change-report-record from change-total-line.
           move "UPDATED:      " to ctl-label.
           move ws-update-count to ctl-count.
           write change-report-record from change-total-line.
           move "DEACTIVATED:  " to ctl-label.
           move ws-deact-count to ctl-count.
           write change-report-record from change-total-line.
           move "SUBSCRIBED:   " to ctl-label.
           move ws-subscribe-count to ctl-count.
           write change-report-record from change-total-line.
           move "CANCELLED:    " to ctl-label.
           move ws-cancel-count to ctl-count.
           write change-report-record from change-total-line.
           move "REJECTED:     " to ctl-label.
           move ws-reject-count to ctl-count.
           write change-report-record from change-total-line.

       900-terminate.
           close subscriber-master-file.
           if stnmast-is-available
               close station-master-file
           end-if.
           close subscriber-trans-file.
           close change-report-file.

       end program sub-maint.
