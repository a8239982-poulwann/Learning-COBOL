               access mode is dynamic
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select station-pending-file assign to "STNPEND.DAT"
               organization is indexed
               access mode is dynamic
               record key is sp-change-id
               file status is ws-stnpend-file-status.
           select station-trans-file assign to "STNTRANS.DAT"
               organization is line sequential.
           select change-report-file assign to "STNCHG.DAT"
       fd  station-master-file.
           copy stnmast.

       fd  station-pending-file.
           copy stnpend.

       fd  station-trans-file.
       01  station-trans-record.
           05 st-code pic x(1).
           05 st-region-code pic x(4).
           05 st-taf-issue-hours occurs 4 times pic x(2).
           05 filler pic x(4).
           05 st-wmo-index pic x(5).
           05 st-lat-sign pic x(1).
           05 st-latitude pic x(6).
           05 st-latitude-num redefines st-latitude pic 9(2)v9(4).
           05 st-lon-sign pic x(1).
           05 st-longitude pic x(7).
           05 st-longitude-num redefines st-longitude pic 9(3)v9(4).

       fd  change-report-file.
       01  change-report-record pic x(160).

       fd  operator-master-file.
       01  operator-master-record pic x(44).
           88 end-of-input value "Y".

       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnpend-file-status pic x(2) value spaces.
       01 ws-pend-scan-eof-flag pic x value "N".
           88 end-of-pend-scan value "Y".
       01 ws-submit-stamp pic x(14) value spaces.
       01 ws-submit-seq pic 9(4) value zero.
       01 ws-before-flag pic x value "N".
       01 ws-before-image pic x(120) value spaces.

       01 ws-trans-valid-flag pic x value "Y".
           88 trans-is-valid value "Y".
           88 trans-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-elevation-work pic s9(5) value zero.
       01 ws-latitude-work pic s9(2)v9(4) value zero.
       01 ws-longitude-work pic s9(3)v9(4) value zero.

       01 ws-runway-idx pic 9 value zero.
       01 ws-runway-pos pic 9(2) value zero.
       01 ws-taf-hour-pos pic 9(2) value zero.
       01 ws-taf-hour-any-flag pic x value "N".
           88 trans-has-taf-hours value "Y".
       01 ws-wmo-scan-eof-flag pic x value "N".
           88 end-of-wmo-scan value "Y".

       01 ws-add-count pic 9(5) value zero.
       01 ws-update-count pic 9(5) value zero.
       01 ws-deact-count pic 9(5) value zero.
       01 ws-submit-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
           05 cil-region pic x(4).
           05 filler pic x(2) value spaces.
           05 cil-taf-hours pic x(11).
           05 filler pic x(2) value spaces.
           05 cil-wmo-index pic x(5).
           05 filler pic x(2) value spaces.
           05 cil-latitude pic -99.9999.
           05 filler pic x(1) value space.
           05 cil-longitude pic -999.9999.

       01 change-reject-line.
           05 crj-label pic x(9) value "REJECTED".
               close station-master-file
               open i-o station-master-file
           end-if.
           open i-o station-pending-file.
           if ws-stnpend-file-status = "35"
               open output station-pending-file
               close station-pending-file
               open i-o station-pending-file
           end-if.
           if ws-stnpend-file-status not = "00"
               display "Pending change file unavailable, status "
                   ws-stnpend-file-status " - run refused"
               move 8 to return-code
               stop run
           end-if.
           move ws-run-yyyy to ws-submit-stamp(1:4).
           move ws-run-mm to ws-submit-stamp(5:2).
           move ws-run-dd to ws-submit-stamp(7:2).
           move ws-run-hh to ws-submit-stamp(9:2).
           move ws-run-mn to ws-submit-stamp(11:2).
           move ws-run-ss to ws-submit-stamp(13:2).
           open input station-trans-file.
           open output change-report-file.
           move ws-run-mm to crt-date(1:2).
                   end-if
               end-perform
           end-if.
           if trans-is-valid and st-wmo-index not = spaces
               if st-wmo-index is not numeric
                   set trans-is-invalid to true
                   move "WMO index not 5 digits" to ws-reject-reason
               else
                   perform 255-check-wmo-duplicate
               end-if
           end-if.
           if trans-is-valid
              and (st-latitude not = spaces
                   or st-longitude not = spaces)
               perform 257-validate-coordinates
           end-if.
           if trans-is-valid
               perform 258-check-pending-change
           end-if.

       257-validate-coordinates.
           if st-latitude is not numeric
              or st-longitude is not numeric
               set trans-is-invalid to true
               move "Latitude/longitude not both numeric"
                   to ws-reject-reason
           else
               if (st-lat-sign not = "+" and st-lat-sign not = "-"
                   and st-lat-sign not = space)
                  or (st-lon-sign not = "+" and st-lon-sign not = "-"
                      and st-lon-sign not = space)
                   set trans-is-invalid to true
                   move "Coordinate sign not + or -"
                       to ws-reject-reason
               else
                   if st-latitude-num > 90
                      or st-longitude-num > 180
                       set trans-is-invalid to true
                       move "Latitude over 90 or longitude over 180"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

       255-check-wmo-duplicate.
           move "N" to ws-wmo-scan-eof-flag.
           move low-values to sm-station-id.
           start station-master-file key is >= sm-station-id
               invalid key set end-of-wmo-scan to true
           end-start.
           perform until end-of-wmo-scan
               read station-master-file next record
                   at end set end-of-wmo-scan to true
                   not at end
                       if sm-wmo-index = st-wmo-index
                          and sm-station-id not = st-station-id
                           set trans-is-invalid to true
                           move "WMO index already on another station"
                               to ws-reject-reason
                           set end-of-wmo-scan to true
                       end-if
               end-read
           end-perform.
           if trans-is-valid
               perform 256-check-pending-wmo
           end-if.

       256-check-pending-wmo.
           move "N" to ws-pend-scan-eof-flag.
           move low-values to sp-change-id.
           start station-pending-file key is >= sp-change-id
               invalid key set end-of-pend-scan to true
           end-start.
           perform until end-of-pend-scan
               read station-pending-file next record
                   at end set end-of-pend-scan to true
                   not at end
                       if sp-is-pending
                          and sp-station-id not = st-station-id
                           move sp-after-image
                               to station-master-record
                           if sm-wmo-index = st-wmo-index
                               set trans-is-invalid to true
                               move "WMO index on a pending change"
                                   to ws-reject-reason
                               set end-of-pend-scan to true
                           end-if
                       end-if
               end-read
           end-perform.

       258-check-pending-change.
           move "N" to ws-pend-scan-eof-flag.
           move low-values to sp-change-id.
           start station-pending-file key is >= sp-change-id
               invalid key set end-of-pend-scan to true
           end-start.
           perform until end-of-pend-scan
               read station-pending-file next record
                   at end set end-of-pend-scan to true
                   not at end
                       if sp-is-pending
                          and sp-station-id = st-station-id
                           set trans-is-invalid to true
                           move "Change already awaiting approval"
                               to ws-reject-reason
                           set end-of-pend-scan to true
                       end-if
               end-read
           end-perform.

       260-derive-elevation.
           move st-elevation to ws-elevation-work.
               compute ws-elevation-work = zero - ws-elevation-work
           end-if.

       262-apply-coordinates.
           move st-latitude-num to ws-latitude-work.
           if st-lat-sign = "-"
               compute ws-latitude-work = zero - ws-latitude-work
           end-if.
           move st-longitude-num to ws-longitude-work.
           if st-lon-sign = "-"
               compute ws-longitude-work = zero - ws-longitude-work
           end-if.
           move ws-latitude-work to sm-latitude.
           move ws-longitude-work to sm-longitude.
           move "Y" to sm-coord-flag.

       265-test-runways-present.
           move "N" to ws-runway-any-flag.
           perform varying ws-runway-idx from 1 by 1
                   move st-report-interval to sm-report-interval
               end-if
               move st-region-code to sm-region-code
               move st-wmo-index to sm-wmo-index
               move "N" to sm-coord-flag
               move zero to sm-latitude sm-longitude
               if st-latitude not = spaces
                   perform 262-apply-coordinates
               end-if
               perform 270-apply-runways
               perform 268-apply-taf-hours
               move "N" to ws-before-flag
               move spaces to ws-before-image
               move "ADD SUBMIT" to cal-action
               perform 350-submit-change
               if ws-reject-reason = spaces
                   add 1 to ws-add-count
                   perform 430-write-after-image
               end-if
           end-if.

       310-update-station.
           end-read.

       315-apply-update.
           move "Y" to ws-before-flag.
           move station-master-record to ws-before-image.
           if st-airport-name not = spaces
               move st-airport-name to sm-airport-name
           end-if.
           if st-region-code not = spaces
               move st-region-code to sm-region-code
           end-if.
           if st-wmo-index not = spaces
               move st-wmo-index to sm-wmo-index
           end-if.
           if st-latitude not = spaces
               perform 262-apply-coordinates
           end-if.
           perform 265-test-runways-present.
           if trans-has-runways
               perform 270-apply-runways
               perform 268-apply-taf-hours
           end-if.
           move "A" to sm-active-flag.
           move "UPD SUBMIT" to cal-action.
           perform 350-submit-change.
           if ws-reject-reason = spaces
               add 1 to ws-update-count
               perform 420-write-before-image-from-save
               perform 430-write-after-image
           end-if.

       320-deactivate-station.
           move st-station-id to sm-station-id.
               move "Station already inactive" to ws-reject-reason
               perform 400-write-reject-line
           else
               move "Y" to ws-before-flag
               move station-master-record to ws-before-image
               move "I" to sm-active-flag
               move "DEACT SUBMIT" to cal-action
               perform 350-submit-change
               if ws-reject-reason = spaces
                   add 1 to ws-deact-count
                   perform 420-write-before-image-from-save
                   perform 430-write-after-image
               end-if
           end-if.

       350-submit-change.
           move spaces to station-pending-record.
           add 1 to ws-submit-seq.
           move ws-submit-stamp to sp-submit-stamp.
           move ws-submit-seq to sp-submit-seq.
           move "P" to sp-status.
           move st-code to sp-trans-code.
           move st-station-id to sp-station-id.
           move ws-operator-id to sp-submitted-by.
           move ws-before-flag to sp-before-flag.
           move ws-before-image to sp-before-image.
           move station-master-record to sp-after-image.
           write station-pending-record
               invalid key
                   move "Pending change could not be written"
                       to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   add 1 to ws-submit-count
                   move spaces to cal-comment
                   string "Awaiting approval: "
                          delimited by size
                          sp-change-id delimited by size
                       into cal-comment
                   end-string
                   perform 410-write-action-line
                   perform 360-write-submit-audit-line
           end-write.

       360-write-submit-audit-line.
           open extend audit-log-file.
           if ws-audit-file-status = "35"
               open output audit-log-file
           end-if.
           move spaces to audit-detail-line.
           move function current-date to ws-current-date-time.
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
           move st-station-id to aud-station-id.
           move "CHGSUBMIT" to aud-outcome.
           string "Change " delimited by size
                  sp-change-id delimited by size
                  " code " delimited by size
                  st-code delimited by size
               into aud-detail
           end-string.
           string "CHANGE=" delimited by size
                  sp-change-id delimited by size
                  " SUBMITTED-BY=" delimited by size
                  ws-operator-id delimited by space
               into aud-raw-string
           end-string.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       400-write-reject-line.
           add 1 to ws-reject-count.
           perform 440-fill-image-fields.
           write change-report-record from change-image-line.

       420-write-before-image-from-save.
           move station-master-record to sp-after-image.
           move ws-before-image to station-master-record.
           perform 420-write-before-image.
           move sp-after-image to station-master-record.

       430-write-after-image.
           move "  AFTER: " to cil-label.
           perform 440-fill-image-fields.
               move sm-taf-issue-hours(ws-taf-hour-idx)
                   to cil-taf-hours(ws-taf-hour-pos:2)
           end-perform.
           move sm-wmo-index to cil-wmo-index.
           if sm-has-coordinates
               move sm-latitude to cil-latitude
               move sm-longitude to cil-longitude
           else
               move zero to cil-latitude cil-longitude
           end-if.

       700-write-totals.
           move spaces to change-report-record.
           write change-report-record.
           move "ADD SUBMITTED:" to ctl-label.
           move ws-add-count to ctl-count.
           write change-report-record from change-total-line.
           move "UPD SUBMITTED:" to ctl-label.
           move ws-update-count to ctl-count.
           write change-report-record from change-total-line.
           move "DEACT SUBMIT: " to ctl-label.
           move ws-deact-count to ctl-count.
           write change-report-record from change-total-line.
           move "REJECTED:     " to ctl-label.

       900-terminate.
           close station-master-file.
           close station-pending-file.
           close station-trans-file.
           close change-report-file.

