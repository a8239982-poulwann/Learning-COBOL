       identification division.
       program-id. mast-util.

       environment division.
       input-output section.
       file-control.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-station-id
               file status is ws-master-file-status.
           select item-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-master-file-status.
           select taf-master-file assign to "TAFMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is tf-key
               file status is ws-master-file-status.
           select current-conditions-file assign to "CURRCOND.DAT"
               organization is indexed
               access mode is dynamic
               record key is cc-station-id
               file status is ws-master-file-status.
           select backup-file assign to MASTBKUP
               organization is line sequential
               file status is ws-backup-file-status.
           select utility-report-file assign to "MASTUTIL.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  station-master-file.
           copy stnmast.

       fd  item-master-file.
           copy invmast.

       fd  taf-master-file.
           copy tafmast.

       fd  current-conditions-file.
           copy currcond.

       fd  backup-file.
       01  backup-record pic x(962).

       fd  utility-report-file.
       01  utility-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-master-eof-flag pic x value "N".
           88 end-of-master value "Y".
       01 ws-backup-eof-flag pic x value "N".
           88 end-of-backup value "Y".

       01 ws-master-file-status pic x(2) value spaces.
       01 ws-master-available-flag pic x value "N".
           88 master-is-available value "Y".
       01 ws-backup-file-status pic x(2) value spaces.

       01 ws-mode pic x(8) value spaces.
           88 mode-is-unload value "UNLOAD".
           88 mode-is-reload value "RELOAD".
           88 mode-is-verify value "VERIFY".
       01 ws-master-env pic x(8) value spaces.
       01 ws-backup-env pic x(30) value spaces.
       01 ws-backup-file-name pic x(30) value spaces.

       01 master-name-values.
           05 filler pic x(8) value "STNMAST".
           05 filler pic x(8) value "INVMAST".
           05 filler pic x(8) value "TAFMAST".
           05 filler pic x(8) value "CURRCOND".
       01 master-name-table redefines master-name-values.
           05 master-name occurs 4 times pic x(8).
       01 ws-master-idx pic 9 value zero.
       01 ws-first-master pic 9 value zero.
       01 ws-last-master pic 9 value zero.

       01 backup-header-line.
           05 bkh-record-type pic x(1).
           05 filler pic x(1) value space.
           05 bkh-master-name pic x(8).
           05 filler pic x(1) value space.
           05 bkh-unload-date pic x(8).
           05 filler pic x(1) value space.
           05 bkh-unload-time pic x(6).
           05 filler pic x(1) value space.
           05 bkh-record-count pic 9(7).
           05 filler pic x(1) value space.
           05 bkh-key-hash pic 9(15).
           05 filler pic x(1) value space.
           05 bkh-qty-hash pic s9(15) sign leading separate.

       01 backup-detail-line.
           05 bkd-record-type pic x(1).
           05 bkd-record-image pic x(961).

       01 ws-record-key pic x(20) value spaces.
       01 ws-prior-key pic x(20) value spaces.
       01 ws-hash-pos pic 9(2) value zero.
       01 ws-loc-idx pic 9 value zero.
       01 ws-problem pic x(50) value spaces.

       01 ws-record-count pic 9(7) value zero.
       01 ws-key-hash pic 9(15) value zero.
       01 ws-qty-hash pic s9(15) value zero.
       01 ws-pass-count pic 9(7) value zero.
       01 ws-write-errors pic 9(7) value zero.
       01 ws-duplicate-count pic 9(7) value zero.
       01 ws-sequence-count pic 9(7) value zero.
       01 ws-field-error-count pic 9(7) value zero.
       01 ws-reload-ok-flag pic x value "N".
           88 reload-is-ok value "Y".

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

       01 utility-title-line.
           05 filler pic x(36)
               value "MASTER FILE UTILITY REPORT".
           05 filler pic x(6) value "MODE: ".
           05 utl-mode pic x(8).
           05 filler pic x(12) value "  RUN DATE: ".
           05 utl-date pic x(10).

       01 utility-result-line.
           05 url-master pic x(10).
           05 url-action pic x(12).
           05 filler pic x(9) value "RECORDS: ".
           05 url-count pic zzzzzz9.
           05 filler pic x(12) value "  KEY HASH: ".
           05 url-key-hash pic z(14)9.
           05 filler pic x(12) value "  QTY HASH: ".
           05 url-qty-hash pic -(15)9.
           05 filler pic x(2) value spaces.
           05 url-backup-name pic x(30).

       01 utility-problem-line.
           05 upl-master pic x(10).
           05 upl-key pic x(20).
           05 filler pic x(2) value spaces.
           05 upl-problem pic x(50).

       01 utility-message-line.
           05 uml-master pic x(10).
           05 uml-text pic x(80).

       01 utility-total-line.
           05 utt-master pic x(10).
           05 utt-label pic x(30).
           05 utt-count pic zzzzzz9.

       procedure division.

       000-main.
           display "Master File Unload/Reload/Verify - batch run".
           perform 100-initialize.
           perform varying ws-master-idx from ws-first-master by 1
                   until ws-master-idx > ws-last-master
               evaluate true
                   when mode-is-unload
                       perform 200-unload-master
                   when mode-is-reload
                       perform 400-reload-master
                   when mode-is-verify
                       perform 600-verify-master
               end-evaluate
           end-perform.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           accept ws-mode from environment "MAST_MODE".
           accept ws-master-env from environment "MAST_FILE".
           accept ws-backup-env from environment "MAST_BACKUP".
           if not mode-is-unload and not mode-is-reload
              and not mode-is-verify
               display "MAST_MODE must be UNLOAD, RELOAD or VERIFY"
                   " - run refused"
               move 8 to return-code
               stop run
           end-if.
           if ws-master-env = "ALL" or ws-master-env = spaces
               move 1 to ws-first-master
               move 4 to ws-last-master
           else
               move zero to ws-first-master
               perform varying ws-master-idx from 1 by 1
                       until ws-master-idx > 4
                   if master-name(ws-master-idx) = ws-master-env
                       move ws-master-idx to ws-first-master
                       move ws-master-idx to ws-last-master
                   end-if
               end-perform
               if ws-first-master = zero
                   display "MAST_FILE " ws-master-env
                       " is not STNMAST, INVMAST, TAFMAST,"
                       " CURRCOND or ALL - run refused"
                   move 8 to return-code
                   stop run
               end-if
           end-if.
           if mode-is-reload
               if ws-first-master not = ws-last-master
                   display "RELOAD needs a single MAST_FILE"
                       " - run refused"
                   move 8 to return-code
                   stop run
               end-if
               perform 105-validate-operator
               perform 107-write-run-audit-line
           end-if.
           open output utility-report-file.
           move ws-mode to utl-mode.
           move ws-run-mm to utl-date(1:2).
           move "/" to utl-date(3:1).
           move ws-run-dd to utl-date(4:2).
           move "/" to utl-date(6:1).
           move ws-run-yyyy to utl-date(7:4).
           write utility-report-record from utility-title-line.
           move spaces to utility-report-record.
           write utility-report-record.

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
           move spaces to audit-detail-line.
           move "RUN" to aud-outcome.
           move "Master file reload started" to aud-detail.
           move master-name(ws-first-master) to aud-raw-string.
           perform 108-write-audit-line.

       108-write-audit-line.
           open extend audit-log-file.
           if ws-audit-file-status = "35"
               open output audit-log-file
           end-if.
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
           move "MAST-UTIL" to aud-station-id.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       150-open-master-input.
           move "N" to ws-master-available-flag.
           move "N" to ws-master-eof-flag.
           evaluate ws-master-idx
               when 1
                   open input station-master-file
               when 2
                   open input item-master-file
               when 3
                   open input taf-master-file
               when 4
                   open input current-conditions-file
           end-evaluate.
           if ws-master-file-status = "00"
               set master-is-available to true
           else
               set end-of-master to true
           end-if.

       155-open-master-output.
           move "N" to ws-master-available-flag.
           evaluate ws-master-idx
               when 1
                   open output station-master-file
               when 2
                   open output item-master-file
               when 3
                   open output taf-master-file
               when 4
                   open output current-conditions-file
           end-evaluate.
           if ws-master-file-status = "00"
               set master-is-available to true
           end-if.

       160-read-master-next.
           evaluate ws-master-idx
               when 1
                   read station-master-file next record
                       at end set end-of-master to true
                   end-read
               when 2
                   read item-master-file next record
                       at end set end-of-master to true
                   end-read
               when 3
                   read taf-master-file next record
                       at end set end-of-master to true
                   end-read
               when 4
                   read current-conditions-file next record
                       at end set end-of-master to true
                   end-read
           end-evaluate.
           if not end-of-master
              and ws-master-file-status not = "00"
              and ws-master-file-status not = "02"
               move "Read failed, status " to ws-problem
               move ws-master-file-status to ws-problem(21:2)
               perform 690-report-problem
               set end-of-master to true
           end-if.

       165-write-master-record.
           evaluate ws-master-idx
               when 1
                   move bkd-record-image to station-master-record
                   write station-master-record
                       invalid key add 1 to ws-write-errors
                   end-write
               when 2
                   move bkd-record-image to item-master-record
                   write item-master-record
                       invalid key add 1 to ws-write-errors
                   end-write
               when 3
                   move bkd-record-image to taf-master-record
                   write taf-master-record
                       invalid key add 1 to ws-write-errors
                   end-write
               when 4
                   move bkd-record-image
                       to current-conditions-record
                   write current-conditions-record
                       invalid key add 1 to ws-write-errors
                   end-write
           end-evaluate.

       170-close-master.
           evaluate ws-master-idx
               when 1
                   close station-master-file
               when 2
                   close item-master-file
               when 3
                   close taf-master-file
               when 4
                   close current-conditions-file
           end-evaluate.
           move "N" to ws-master-available-flag.

       175-image-to-master.
           evaluate ws-master-idx
               when 1
                   move bkd-record-image to station-master-record
               when 2
                   move bkd-record-image to item-master-record
               when 3
                   move bkd-record-image to taf-master-record
               when 4
                   move bkd-record-image
                       to current-conditions-record
           end-evaluate.

       176-master-to-image.
           move spaces to backup-detail-line.
           move "D" to bkd-record-type.
           evaluate ws-master-idx
               when 1
                   move station-master-record to bkd-record-image
               when 2
                   move item-master-record to bkd-record-image
               when 3
                   move taf-master-record to bkd-record-image
               when 4
                   move current-conditions-record
                       to bkd-record-image
           end-evaluate.

       180-accumulate-hash.
           move spaces to ws-record-key.
           evaluate ws-master-idx
               when 1
                   move sm-station-id to ws-record-key
                   if sm-elevation-ft is numeric
                       add sm-elevation-ft to ws-qty-hash
                   end-if
                   if sm-report-interval is numeric
                       add sm-report-interval to ws-qty-hash
                   end-if
               when 2
                   move im-item-number to ws-record-key
                   if im-quantity-on-hand is numeric
                       add im-quantity-on-hand to ws-qty-hash
                   end-if
                   perform varying ws-loc-idx from 1 by 1
                           until ws-loc-idx > 3
                       if il-quantity(ws-loc-idx) is numeric
                           add il-quantity(ws-loc-idx) to ws-qty-hash
                       end-if
                   end-perform
               when 3
                   move tf-key to ws-record-key
                   if tf-base-wind-speed is numeric
                       add tf-base-wind-speed to ws-qty-hash
                   end-if
                   if tf-change-group-count is numeric
                       add tf-change-group-count to ws-qty-hash
                   end-if
               when 4
                   move cc-station-id to ws-record-key
                   if cc-wind-speed is numeric
                       add cc-wind-speed to ws-qty-hash
                   end-if
                   if cc-altimeter-hpa is numeric
                       add cc-altimeter-hpa to ws-qty-hash
                   end-if
           end-evaluate.
           perform varying ws-hash-pos from 1 by 1
                   until ws-hash-pos > 20
               compute ws-key-hash = ws-key-hash
                   + function ord(ws-record-key(ws-hash-pos:1))
                   * ws-hash-pos
           end-perform.
           add 1 to ws-record-count.

       190-build-backup-name.
           if ws-backup-env not = spaces
              and ws-first-master = ws-last-master
               move ws-backup-env to ws-backup-file-name
           else
               move spaces to ws-backup-file-name
               string master-name(ws-master-idx) delimited by space
                      ".BKP" delimited by size
                   into ws-backup-file-name
               end-string
           end-if.
           display "MASTBKUP" upon environment-name.
           display ws-backup-file-name upon environment-value.

       195-clear-totals.
           move zero to ws-record-count ws-key-hash ws-qty-hash.
           move zero to ws-pass-count ws-write-errors.
           move zero to ws-duplicate-count ws-sequence-count.
           move zero to ws-field-error-count.

       200-unload-master.
           perform 195-clear-totals.
           perform 150-open-master-input.
           if not master-is-available
               move master-name(ws-master-idx) to uml-master
               move spaces to uml-text
               string "NOT PRESENT (STATUS " delimited by size
                      ws-master-file-status delimited by size
                      ") - NOT UNLOADED" delimited by size
                   into uml-text
               end-string
               write utility-report-record from utility-message-line
           else
               perform 160-read-master-next
               perform until end-of-master
                   perform 180-accumulate-hash
                   perform 160-read-master-next
               end-perform
               perform 170-close-master
               perform 210-write-backup
           end-if.

       210-write-backup.
           perform 190-build-backup-name.
           open output backup-file.
           move spaces to backup-header-line.
           move "H" to bkh-record-type.
           move master-name(ws-master-idx) to bkh-master-name.
           move ws-current-date-time(1:8) to bkh-unload-date.
           move ws-current-date-time(9:6) to bkh-unload-time.
           move ws-record-count to bkh-record-count.
           move ws-key-hash to bkh-key-hash.
           move ws-qty-hash to bkh-qty-hash.
           write backup-record from backup-header-line.
           perform 150-open-master-input.
           perform 160-read-master-next.
           perform until end-of-master
               perform 176-master-to-image
               write backup-record from backup-detail-line
               add 1 to ws-pass-count
               perform 160-read-master-next
           end-perform.
           perform 170-close-master.
           close backup-file.
           move "UNLOADED" to url-action.
           perform 220-write-result-line.
           if ws-pass-count not = ws-record-count
               move master-name(ws-master-idx) to uml-master
               move "MASTER CHANGED DURING UNLOAD - BACKUP UNUSABLE"
                   to uml-text
               write utility-report-record from utility-message-line
               move 8 to return-code
           end-if.

       220-write-result-line.
           move master-name(ws-master-idx) to url-master.
           move ws-record-count to url-count.
           move ws-key-hash to url-key-hash.
           move ws-qty-hash to url-qty-hash.
           move ws-backup-file-name to url-backup-name.
           write utility-report-record from utility-result-line.

       400-reload-master.
           perform 195-clear-totals.
           move "N" to ws-reload-ok-flag.
           perform 190-build-backup-name.
           perform 410-check-backup.
           if reload-is-ok
               perform 420-load-from-backup
           else
               move spaces to audit-detail-line
               move "REFUSED" to aud-outcome
               move uml-text to aud-detail
               move ws-backup-file-name to aud-raw-string
               perform 108-write-audit-line
               move 8 to return-code
           end-if.

       410-check-backup.
           move master-name(ws-master-idx) to uml-master.
           move spaces to uml-text.
           move "N" to ws-backup-eof-flag.
           open input backup-file.
           if ws-backup-file-status not = "00"
               string "BACKUP " delimited by size
                      ws-backup-file-name delimited by space
                      " NOT FOUND - RELOAD REFUSED" delimited by size
                   into uml-text
               end-string
               write utility-report-record from utility-message-line
           else
               perform 412-read-backup-header
               if uml-text = spaces
                   perform 414-total-backup-details
               end-if
               close backup-file
           end-if.

       412-read-backup-header.
           move spaces to backup-header-line.
           read backup-file into backup-header-line
               at end set end-of-backup to true
           end-read.
           evaluate true
               when end-of-backup
                   move "BACKUP IS EMPTY - RELOAD REFUSED" to uml-text
               when bkh-record-type not = "H"
                   move "BACKUP HAS NO HEADER - RELOAD REFUSED"
                       to uml-text
               when bkh-master-name not = master-name(ws-master-idx)
                   string "BACKUP IS FOR " delimited by size
                          bkh-master-name delimited by space
                          " - RELOAD REFUSED" delimited by size
                       into uml-text
                   end-string
               when bkh-record-count is not numeric
                    or bkh-key-hash is not numeric
                    or bkh-qty-hash is not numeric
                   move "BACKUP HEADER DAMAGED - RELOAD REFUSED"
                       to uml-text
           end-evaluate.
           if uml-text not = spaces
               write utility-report-record from utility-message-line
           end-if.

       414-total-backup-details.
           perform until end-of-backup
               read backup-file into backup-detail-line
                   at end set end-of-backup to true
                   not at end
                       if bkd-record-type = "D"
                           perform 175-image-to-master
                           perform 180-accumulate-hash
                       else
                           add 1 to ws-field-error-count
                       end-if
               end-read
           end-perform.
           move "BACKUP TOTALS" to url-action.
           perform 220-write-result-line.
           move bkh-record-count to url-count.
           move bkh-key-hash to url-key-hash.
           move bkh-qty-hash to url-qty-hash.
           move "HEADER" to url-action.
           write utility-report-record from utility-result-line.
           evaluate true
               when ws-field-error-count > zero
                   move "UNKNOWN RECORD TYPES IN BACKUP - REFUSED"
                       to uml-text
               when ws-record-count not = bkh-record-count
                   move "COUNT DOES NOT MATCH HEADER - REFUSED"
                       to uml-text
               when ws-key-hash not = bkh-key-hash
                   move "KEY HASH DOES NOT MATCH HEADER - REFUSED"
                       to uml-text
               when ws-qty-hash not = bkh-qty-hash
                   move "QTY HASH DOES NOT MATCH HEADER - REFUSED"
                       to uml-text
               when other
                   set reload-is-ok to true
           end-evaluate.
           if not reload-is-ok
               write utility-report-record from utility-message-line
           end-if.

       420-load-from-backup.
           perform 155-open-master-output.
           if not master-is-available
               move master-name(ws-master-idx) to uml-master
               move spaces to uml-text
               string "MASTER COULD NOT BE OPENED (STATUS "
                          delimited by size
                      ws-master-file-status delimited by size
                      ")" delimited by size
                   into uml-text
               end-string
               write utility-report-record from utility-message-line
               move 8 to return-code
           else
               move zero to ws-pass-count
               move "N" to ws-backup-eof-flag
               open input backup-file
               read backup-file
                   at end set end-of-backup to true
               end-read
               perform until end-of-backup
                   read backup-file into backup-detail-line
                       at end set end-of-backup to true
                       not at end
                           perform 165-write-master-record
                           add 1 to ws-pass-count
                   end-read
               end-perform
               close backup-file
               perform 170-close-master
               perform 430-report-reload
           end-if.

       430-report-reload.
           compute ws-record-count = ws-pass-count - ws-write-errors.
           move master-name(ws-master-idx) to url-master.
           move "RELOADED" to url-action.
           move ws-record-count to url-count.
           write utility-report-record from utility-result-line.
           move spaces to audit-detail-line.
           if ws-write-errors > zero
               move master-name(ws-master-idx) to utt-master
               move "RECORDS REJECTED ON WRITE:" to utt-label
               move ws-write-errors to utt-count
               write utility-report-record from utility-total-line
               move "FAILED" to aud-outcome
               move "Master reload had write errors" to aud-detail
               move 8 to return-code
           else
               move "RELOADED" to aud-outcome
               move "Master reloaded from backup" to aud-detail
           end-if.
           move ws-backup-file-name to aud-raw-string.
           perform 108-write-audit-line.

       600-verify-master.
           perform 195-clear-totals.
           move spaces to ws-prior-key.
           perform 150-open-master-input.
           if not master-is-available
               move master-name(ws-master-idx) to uml-master
               move spaces to uml-text
               string "NOT PRESENT (STATUS " delimited by size
                      ws-master-file-status delimited by size
                      ") - NOT VERIFIED" delimited by size
                   into uml-text
               end-string
               write utility-report-record from utility-message-line
           else
               perform 160-read-master-next
               perform until end-of-master
                   perform 180-accumulate-hash
                   perform 605-check-key-sequence
                   perform 608-check-fields
                   move ws-record-key to ws-prior-key
                   perform 160-read-master-next
               end-perform
               perform 170-close-master
               perform 680-write-verify-totals
           end-if.

       605-check-key-sequence.
           if ws-record-count > 1
               if ws-record-key = ws-prior-key
                   add 1 to ws-duplicate-count
                   move "DUPLICATE KEY" to ws-problem
                   perform 690-report-problem
               else
                   if ws-record-key < ws-prior-key
                       add 1 to ws-sequence-count
                       move "KEY OUT OF SEQUENCE" to ws-problem
                       perform 690-report-problem
                   end-if
               end-if
           end-if.

       608-check-fields.
           evaluate ws-master-idx
               when 1
                   perform 610-check-station-fields
               when 2
                   perform 620-check-item-fields
               when 3
                   perform 630-check-taf-fields
               when 4
                   perform 640-check-conditions-fields
           end-evaluate.

       610-check-station-fields.
           if sm-station-id = spaces
               move "SM-STATION-ID BLANK" to ws-problem
               perform 695-report-field-error
           end-if.
           if sm-elevation-ft is not numeric
               move "SM-ELEVATION-FT NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if sm-active-flag not = "A" and sm-active-flag not = "I"
               move "SM-ACTIVE-FLAG NOT A OR I" to ws-problem
               perform 695-report-field-error
           end-if.
           if sm-report-interval is not numeric
               move "SM-REPORT-INTERVAL NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if sm-runway-count is not numeric
              or sm-runway-count > 4
               move "SM-RUNWAY-COUNT NOT NUMERIC 0-4" to ws-problem
               perform 695-report-field-error
           else
               perform varying ws-loc-idx from 1 by 1
                       until ws-loc-idx > sm-runway-count
                   if sm-rwy-heading(ws-loc-idx) is not numeric
                       move "SM-RWY-HEADING( ) NOT NUMERIC"
                           to ws-problem
                       move ws-loc-idx to ws-problem(16:1)
                       perform 695-report-field-error
                   end-if
               end-perform
           end-if.
           if sm-taf-issue-count is not numeric
              or sm-taf-issue-count > 4
               move "SM-TAF-ISSUE-COUNT NOT NUMERIC 0-4"
                   to ws-problem
               perform 695-report-field-error
           end-if.
           if sm-has-coordinates
              and (sm-latitude is not numeric
                   or sm-longitude is not numeric)
               move "SM-LATITUDE/LONGITUDE NOT NUMERIC"
                   to ws-problem
               perform 695-report-field-error
           end-if.

       620-check-item-fields.
           if im-item-number is not numeric
               move "IM-ITEM-NUMBER NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if im-quantity-on-hand is not numeric
               move "IM-QUANTITY-ON-HAND NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if im-reorder-point is not numeric
               move "IM-REORDER-POINT NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if im-reorder-qty is not numeric
               move "IM-REORDER-QTY NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if im-unit-cost is not numeric
               move "IM-UNIT-COST NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           perform varying ws-loc-idx from 1 by 1
                   until ws-loc-idx > 3
               if il-quantity(ws-loc-idx) is not numeric
                   move "IM-LOCATION-BALANCES( ) QTY NOT NUMERIC"
                       to ws-problem
                   move ws-loc-idx to ws-problem(22:1)
                   perform 695-report-field-error
               end-if
           end-perform.

       630-check-taf-fields.
           if tf-station-id = spaces
               move "TF-STATION-ID BLANK" to ws-problem
               perform 695-report-field-error
           end-if.
           if tf-issue-year is not numeric
               move "TF-ISSUE-YEAR NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if tf-issue-month is not numeric
              or tf-issue-month < 1 or tf-issue-month > 12
               move "TF-ISSUE-MONTH NOT 01-12" to ws-problem
               perform 695-report-field-error
           end-if.
           if not tf-is-active and not tf-is-replaced
              and not tf-is-cancelled
               move "TF-STATUS NOT A, X OR C" to ws-problem
               perform 695-report-field-error
           end-if.
           if tf-base-wind-speed is not numeric
               move "TF-BASE-WIND-SPEED NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if tf-base-cloud-count is not numeric
              or tf-base-cloud-count > 6
               move "TF-BASE-CLOUD-COUNT NOT NUMERIC 0-6"
                   to ws-problem
               perform 695-report-field-error
           end-if.
           if tf-change-group-count is not numeric
              or tf-change-group-count > 10
               move "TF-CHANGE-GROUP-COUNT NOT NUMERIC 0-10"
                   to ws-problem
               perform 695-report-field-error
           end-if.

       640-check-conditions-fields.
           if cc-station-id = spaces
               move "CC-STATION-ID BLANK" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-obs-stamp is not numeric
               move "CC-OBS-STAMP NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-wind-dir is not numeric
               move "CC-WIND-DIR NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-wind-speed is not numeric
               move "CC-WIND-SPEED NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-cloud-layer-count is not numeric
              or cc-cloud-layer-count > 6
               move "CC-CLOUD-LAYER-COUNT NOT NUMERIC 0-6"
                   to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-altimeter-hpa is not numeric
               move "CC-ALTIMETER-HPA NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-altimeter-inhg is not numeric
               move "CC-ALTIMETER-INHG NOT NUMERIC" to ws-problem
               perform 695-report-field-error
           end-if.
           if cc-rvr-count is not numeric
              or cc-rvr-count > 4
               move "CC-RVR-COUNT NOT NUMERIC 0-4" to ws-problem
               perform 695-report-field-error
           end-if.

       680-write-verify-totals.
           move "VERIFIED" to url-action.
           move spaces to ws-backup-file-name.
           perform 220-write-result-line.
           move master-name(ws-master-idx) to utt-master.
           move "DUPLICATE KEYS:" to utt-label.
           move ws-duplicate-count to utt-count.
           write utility-report-record from utility-total-line.
           move "KEYS OUT OF SEQUENCE:" to utt-label.
           move ws-sequence-count to utt-count.
           write utility-report-record from utility-total-line.
           move "FIELDS FAILING LAYOUT:" to utt-label.
           move ws-field-error-count to utt-count.
           write utility-report-record from utility-total-line.
           move spaces to utility-report-record.
           write utility-report-record.
           if ws-duplicate-count > zero or ws-sequence-count > zero
              or ws-field-error-count > zero
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.

       690-report-problem.
           move master-name(ws-master-idx) to upl-master.
           move ws-record-key to upl-key.
           move ws-problem to upl-problem.
           write utility-report-record from utility-problem-line.

       695-report-field-error.
           add 1 to ws-field-error-count.
           perform 690-report-problem.

       900-terminate.
           close utility-report-file.
           display "Master utility " ws-mode " complete, return code "
               return-code.

       end program mast-util.
