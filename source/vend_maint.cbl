       identification division.
       program-id. vend-maint.

       environment division.
       input-output section.
       file-control.
           select vendor-master-file assign to "VENDMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is vm-vendor-id
               file status is ws-vendmast-file-status.
           select vendor-trans-file assign to "VENDTRANS.DAT"
               organization is line sequential.
           select change-report-file assign to "VENDCHG.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  vendor-master-file.
           copy vendmast.

       fd  vendor-trans-file.
       01  vendor-trans-record.
           05 vt-code pic x(1).
           05 vt-vendor-id pic x(6).
           05 vt-vendor-name pic x(30).
           05 vt-contact-name pic x(20).
           05 vt-phone pic x(15).
           05 vt-lead-days pic x(3).
           05 filler pic x(5).

       fd  change-report-file.
       01  change-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".

       01 ws-vendmast-file-status pic x(2) value spaces.

       01 ws-trans-valid-flag pic x value "Y".
           88 trans-is-valid value "Y".
           88 trans-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.

       01 ws-add-count pic 9(5) value zero.
       01 ws-update-count pic 9(5) value zero.
       01 ws-deact-count pic 9(5) value zero.
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
               value "VENDOR MASTER MAINTENANCE REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 crt-date pic x(10).

       01 change-action-line.
           05 cal-action pic x(12).
           05 cal-vendor-id pic x(6).

       01 change-image-line.
           05 cil-label pic x(9).
           05 cil-vendor-id pic x(6).
           05 filler pic x(2) value spaces.
           05 cil-vendor-name pic x(30).
           05 filler pic x(2) value spaces.
           05 cil-contact-name pic x(20).
           05 filler pic x(2) value spaces.
           05 cil-phone pic x(15).
           05 filler pic x(2) value spaces.
           05 cil-lead-days pic zz9.
           05 filler pic x(2) value spaces.
           05 cil-active pic x(8).

       01 change-reject-line.
           05 crj-label pic x(9) value "REJECTED".
           05 crj-vendor-id pic x(6).
           05 filler pic x(2) value spaces.
           05 crj-reason pic x(40).
           05 filler pic x(2) value spaces.
           05 crj-raw pic x(60).

       01 change-total-line.
           05 ctl-label pic x(14).
           05 ctl-count pic zzzz9.

       procedure division.

       000-main.
           display "Vendor Master Maintenance - batch run".
           perform 100-initialize.
           perform 200-process-one-transaction until end-of-input.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           open i-o vendor-master-file.
           if ws-vendmast-file-status = "35"
               open output vendor-master-file
               close vendor-master-file
               open i-o vendor-master-file
           end-if.
           open input vendor-trans-file.
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
           move "VEND-MNT" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Vendor master maintenance started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       150-read-next-transaction.
           read vendor-trans-file into vendor-trans-record
               at end set end-of-input to true
           end-read.

       200-process-one-transaction.
           perform 250-validate-transaction.
           if trans-is-valid
               evaluate vt-code
                   when "A"
                       perform 300-add-vendor
                   when "U"
                       perform 310-update-vendor
                   when "D"
                       perform 320-deactivate-vendor
               end-evaluate
           else
               perform 400-write-reject-line
           end-if.
           perform 150-read-next-transaction.

       250-validate-transaction.
           set trans-is-valid to true.
           move spaces to ws-reject-reason.
           if vt-code not = "A" and vt-code not = "U"
              and vt-code not = "D"
               set trans-is-invalid to true
               move "Transaction code not A, U or D" to ws-reject-reason
           end-if.
           if trans-is-valid and vt-vendor-id = spaces
               set trans-is-invalid to true
               move "Vendor ID missing" to ws-reject-reason
           end-if.
           if trans-is-valid and vt-code = "A"
              and vt-vendor-name = spaces
               set trans-is-invalid to true
               move "Vendor name missing on add" to ws-reject-reason
           end-if.
           if trans-is-valid and vt-lead-days not = spaces
              and vt-lead-days is not numeric
               set trans-is-invalid to true
               move "Lead time days not numeric" to ws-reject-reason
           end-if.

       300-add-vendor.
           move vt-vendor-id to vm-vendor-id.
           read vendor-master-file
               invalid key
                   continue
               not invalid key
                   move "Vendor already on master" to ws-reject-reason
                   perform 400-write-reject-line
           end-read.
           if ws-reject-reason = spaces
               move vt-vendor-id to vm-vendor-id
               move vt-vendor-name to vm-vendor-name
               move vt-contact-name to vm-contact-name
               move vt-phone to vm-phone
               if vt-lead-days = spaces
                   move 14 to vm-lead-days
               else
                   move vt-lead-days to vm-lead-days
               end-if
               move "A" to vm-active-flag
               write vendor-master-record
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

       310-update-vendor.
           move vt-vendor-id to vm-vendor-id.
           read vendor-master-file
               invalid key
                   move "Vendor not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 315-apply-update
           end-read.

       315-apply-update.
           move "UPDATED" to cal-action.
           perform 410-write-action-line.
           perform 420-write-before-image.
           if vt-vendor-name not = spaces
               move vt-vendor-name to vm-vendor-name
           end-if.
           if vt-contact-name not = spaces
               move vt-contact-name to vm-contact-name
           end-if.
           if vt-phone not = spaces
               move vt-phone to vm-phone
           end-if.
           if vt-lead-days not = spaces
               move vt-lead-days to vm-lead-days
           end-if.
           move "A" to vm-active-flag.
           rewrite vendor-master-record.
           add 1 to ws-update-count.
           perform 430-write-after-image.

       320-deactivate-vendor.
           move vt-vendor-id to vm-vendor-id.
           read vendor-master-file
               invalid key
                   move "Vendor not on master" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   perform 325-apply-deactivate
           end-read.

       325-apply-deactivate.
           if not vm-vendor-active
               move "Vendor already inactive" to ws-reject-reason
               perform 400-write-reject-line
           else
               move "DEACTIVATED" to cal-action
               perform 410-write-action-line
               perform 420-write-before-image
               move "I" to vm-active-flag
               rewrite vendor-master-record
               add 1 to ws-deact-count
               perform 430-write-after-image
           end-if.

       400-write-reject-line.
           add 1 to ws-reject-count.
           move vt-vendor-id to crj-vendor-id.
           move ws-reject-reason to crj-reason.
           move vendor-trans-record(1:60) to crj-raw.
           write change-report-record from change-reject-line.

       410-write-action-line.
           move vt-vendor-id to cal-vendor-id.
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
           move vm-vendor-id to cil-vendor-id.
           move vm-vendor-name to cil-vendor-name.
           move vm-contact-name to cil-contact-name.
           move vm-phone to cil-phone.
           move vm-lead-days to cil-lead-days.
           if vm-vendor-active
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
           move "REJECTED:     " to ctl-label.
           move ws-reject-count to ctl-count.
           write change-report-record from change-total-line.

       900-terminate.
           close vendor-master-file.
           close vendor-trans-file.
           close change-report-file.

       end program vend-maint.
