       identification division.
       program-id. stn-approve.

       environment division.
       input-output section.
       file-control.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select station-pending-file assign to "STNPEND.DAT"
               organization is indexed
               access mode is dynamic
               record key is sp-change-id
               file status is ws-stnpend-file-status.
           select decision-file assign to "STNAPPR.DAT"
               organization is line sequential
               file status is ws-decision-file-status.
           select approval-report-file assign to "STNAPRPT.DAT"
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

       fd  station-pending-file.
           copy stnpend.

       fd  decision-file.
       01  decision-record.
           05 dc-code pic x(1).
           05 dc-change-id pic x(18).
           05 dc-reason pic x(40).
           05 filler pic x(21).

       fd  approval-report-file.
       01  approval-report-record pic x(160).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-pend-eof-flag pic x value "N".
           88 end-of-pending value "Y".

       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnpend-file-status pic x(2) value spaces.
       01 ws-decision-file-status pic x(2) value spaces.

       01 ws-decision-valid-flag pic x value "Y".
           88 decision-is-valid value "Y".
           88 decision-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-apply-ok-flag pic x value "Y".
           88 apply-succeeded value "Y".
       01 ws-check-wmo-index pic x(5) value spaces.
       01 ws-wmo-scan-eof-flag pic x value "N".
           88 end-of-wmo-scan value "Y".

       01 ws-expire-days pic 9(3) value 3.
       01 ws-expire-days-env pic x(3) value spaces.
       01 ws-run-date-num pic 9(8) value zero.
       01 ws-submit-date-num pic 9(8) value zero.
       01 ws-age-days pic s9(5) value zero.
       01 ws-decided-stamp pic x(14) value spaces.

       01 ws-runway-idx pic 9 value zero.
       01 ws-runway-pos pic 9(2) value zero.
       01 ws-taf-hour-idx pic 9 value zero.
       01 ws-taf-hour-pos pic 9(2) value zero.

       01 ws-audit-outcome pic x(9) value spaces.
       01 ws-audit-reason pic x(40) value spaces.

       01 ws-approve-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.
       01 ws-expire-count pic 9(5) value zero.
       01 ws-refused-count pic 9(5) value zero.
       01 ws-still-pending-count pic 9(5) value zero.

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

       01 approval-report-title.
           05 filler pic x(36)
               value "STATION CHANGE APPROVAL REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 art-date pic x(10).
           05 filler pic x(12) value "  APPROVER: ".
           05 art-operator pic x(8).

       01 approval-section-line.
           05 asl-text pic x(60).

       01 approval-action-line.
           05 aal-action pic x(12).
           05 aal-change-id pic x(18).
           05 filler pic x(2) value spaces.
           05 aal-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 aal-code pic x(1).
           05 filler pic x(2) value spaces.
           05 aal-submitted-by pic x(8).
           05 filler pic x(2) value spaces.
           05 aal-comment pic x(40).

       01 change-image-line.
           05 cil-label pic x(9).
           05 cil-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 cil-airport-name pic x(30).
           05 filler pic x(2) value spaces.
           05 cil-country pic x(20).
           05 filler pic x(2) value spaces.
           05 cil-elevation pic -(5)9.
           05 filler pic x(2) value spaces.
           05 cil-active pic x(8).
           05 filler pic x(2) value spaces.
           05 cil-interval pic zz9.
           05 filler pic x(2) value spaces.
           05 cil-runways pic x(16).
           05 filler pic x(2) value spaces.
           05 cil-region pic x(4).
           05 filler pic x(2) value spaces.
           05 cil-taf-hours pic x(11).
           05 filler pic x(2) value spaces.
           05 cil-wmo-index pic x(5).
           05 filler pic x(2) value spaces.
           05 cil-latitude pic -99.9999.
           05 filler pic x(1) value space.
           05 cil-longitude pic -999.9999.

       01 approval-pending-line.
           05 filler pic x(12) value "  PENDING".
           05 apl-change-id pic x(18).
           05 filler pic x(2) value spaces.
           05 apl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 apl-code pic x(1).
           05 filler pic x(2) value spaces.
           05 apl-submitted-by pic x(8).
           05 filler pic x(2) value spaces.
           05 apl-age pic zz9.
           05 filler pic x(9) value " DAY(S)".

       01 approval-total-line.
           05 atl-label pic x(22).
           05 atl-count pic zzzz9.

       procedure division.

       000-main.
           display "Station Change Approval - batch run".
           perform 100-initialize.
           perform 150-expire-old-changes.
           move spaces to approval-report-record.
           write approval-report-record.
           move "DECISIONS" to asl-text.
           write approval-report-record from approval-section-line.
           perform 200-process-one-decision until end-of-input.
           perform 600-list-pending-changes.
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
           move ws-run-date-num to ws-decided-stamp(1:8).
           move ws-run-hh to ws-decided-stamp(9:2).
           move ws-run-mn to ws-decided-stamp(11:2).
           move ws-run-ss to ws-decided-stamp(13:2).
           accept ws-expire-days-env from environment "STNPEND_DAYS".
           if ws-expire-days-env not = spaces
               compute ws-expire-days =
                   function numval(ws-expire-days-env)
           end-if.
           open i-o station-master-file.
           if ws-stnmast-file-status = "35"
               open output station-master-file
               close station-master-file
               open i-o station-master-file
           end-if.
           open i-o station-pending-file.
           if ws-stnpend-file-status not = "00"
               display "Pending change file unavailable, status "
                   ws-stnpend-file-status " - nothing to approve"
               close station-master-file
               stop run
           end-if.
           open output approval-report-file.
           move ws-run-mm to art-date(1:2).
           move "/" to art-date(3:1).
           move ws-run-dd to art-date(4:2).
           move "/" to art-date(6:1).
           move ws-run-yyyy to art-date(7:4).
           move ws-operator-id to art-operator.
           write approval-report-record from approval-report-title.
           open input decision-file.
           if ws-decision-file-status not = "00"
               display "No approval decisions, status "
                   ws-decision-file-status
               set end-of-input to true
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
           perform 108-stamp-audit-line.
           move ws-operator-id to aud-operator-id.
           move "STN-APPR" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Station change approval started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       108-stamp-audit-line.
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

       150-expire-old-changes.
           move "N" to ws-pend-eof-flag.
           move low-values to sp-change-id.
           start station-pending-file key is >= sp-change-id
               invalid key set end-of-pending to true
           end-start.
           perform until end-of-pending
               read station-pending-file next record
                   at end set end-of-pending to true
                   not at end
                       if sp-is-pending
                           perform 160-compute-age
                           if ws-age-days > ws-expire-days
                               perform 170-expire-one-change
                           end-if
                       end-if
               end-read
           end-perform.

       160-compute-age.
           move sp-submit-stamp(1:8) to ws-submit-date-num.
           if ws-submit-date-num is numeric
               compute ws-age-days =
                   function integer-of-date(ws-run-date-num)
                   - function integer-of-date(ws-submit-date-num)
           else
               move zero to ws-age-days
           end-if.

       170-expire-one-change.
           move "E" to sp-status.
           move "SYSTEM" to sp-decided-by.
           move ws-decided-stamp to sp-decided-stamp.
           move spaces to sp-reason.
           string "Not approved within " delimited by size
                  ws-expire-days delimited by size
                  " days" delimited by size
               into sp-reason
           end-string.
           rewrite station-pending-record.
           add 1 to ws-expire-count.
           move "EXPIRED" to aal-action.
           move sp-reason to aal-comment.
           perform 450-write-action-line.
           move "CHGEXPIRE" to ws-audit-outcome.
           move sp-reason to ws-audit-reason.
           perform 480-write-change-audit-line.

       200-process-one-decision.
           read decision-file
               at end
                   set end-of-input to true
               not at end
                   if decision-record not = spaces
                       perform 250-validate-decision
                       if decision-is-valid
                           if dc-code = "A"
                               perform 300-approve-change
                           else
                               perform 350-reject-change
                           end-if
                       else
                           perform 400-write-refused-line
                       end-if
                   end-if
           end-read.

       250-validate-decision.
           set decision-is-valid to true.
           move spaces to ws-reject-reason.
           if dc-code not = "A" and dc-code not = "R"
               set decision-is-invalid to true
               move "Decision code not A or R" to ws-reject-reason
           end-if.
           if decision-is-valid
               move dc-change-id to sp-change-id
               read station-pending-file
                   invalid key
                       set decision-is-invalid to true
                       move "Change not on pending file"
                           to ws-reject-reason
               end-read
           end-if.
           if decision-is-valid and not sp-is-pending
               set decision-is-invalid to true
               evaluate true
                   when sp-is-applied
                       move "Change already approved"
                           to ws-reject-reason
                   when sp-is-rejected
                       move "Change already rejected"
                           to ws-reject-reason
                   when sp-is-expired
                       move "Change has expired" to ws-reject-reason
                   when other
                       move "Change not pending" to ws-reject-reason
               end-evaluate
           end-if.
           if decision-is-valid
              and sp-submitted-by = ws-operator-id
               set decision-is-invalid to true
               move "Approver cannot be the submitter"
                   to ws-reject-reason
           end-if.
           if decision-is-valid and dc-code = "R"
              and dc-reason = spaces
               set decision-is-invalid to true
               move "Rejection needs a reason" to ws-reject-reason
           end-if.

       300-approve-change.
           set apply-succeeded to true.
           move spaces to ws-reject-reason.
           perform 310-check-wmo-duplicate.
           move sp-station-id to sm-station-id.
           if sp-trans-code = "A"
               read station-master-file
                   invalid key
                       continue
                   not invalid key
                       move "N" to ws-apply-ok-flag
                       move "Station added since submission"
                           to ws-reject-reason
               end-read
               if apply-succeeded
                   move sp-after-image to station-master-record
                   write station-master-record
                       invalid key
                           move "N" to ws-apply-ok-flag
                           move "Add rejected by file system"
                               to ws-reject-reason
                   end-write
               end-if
           else
               read station-master-file
                   invalid key
                       move "N" to ws-apply-ok-flag
                       move "Station no longer on master"
                           to ws-reject-reason
               end-read
               if apply-succeeded
                  and station-master-record not = sp-before-image
                   move "N" to ws-apply-ok-flag
                   move "Master changed since submission"
                       to ws-reject-reason
               end-if
               if apply-succeeded
                   move sp-after-image to station-master-record
                   rewrite station-master-record
                       invalid key
                           move "N" to ws-apply-ok-flag
                           move "Update rejected by file system"
                               to ws-reject-reason
                   end-rewrite
               end-if
           end-if.
           if apply-succeeded
               move "A" to sp-status
               move ws-operator-id to sp-decided-by
               move ws-decided-stamp to sp-decided-stamp
               move dc-reason to sp-reason
               rewrite station-pending-record
               add 1 to ws-approve-count
               move "APPROVED" to aal-action
               move "Applied to station master" to aal-comment
               perform 450-write-action-line
               if sp-has-before-image
                   move sp-before-image to station-master-record
                   move "  BEFORE:" to cil-label
                   perform 460-write-image-line
               end-if
               move sp-after-image to station-master-record
               move "  AFTER: " to cil-label
               perform 460-write-image-line
               move "CHGAPPRV" to ws-audit-outcome
               move dc-reason to ws-audit-reason
               perform 480-write-change-audit-line
           else
               move ws-reject-reason to dc-reason
               perform 350-reject-change
           end-if.

       310-check-wmo-duplicate.
           move sp-after-image to station-master-record.
           move sm-wmo-index to ws-check-wmo-index.
           if ws-check-wmo-index not = spaces
               move "N" to ws-wmo-scan-eof-flag
               move low-values to sm-station-id
               start station-master-file key is >= sm-station-id
                   invalid key set end-of-wmo-scan to true
               end-start
               perform until end-of-wmo-scan
                   read station-master-file next record
                       at end set end-of-wmo-scan to true
                       not at end
                           if sm-wmo-index = ws-check-wmo-index
                              and sm-station-id not = sp-station-id
                               move "N" to ws-apply-ok-flag
                               move "WMO index now on another station"
                                   to ws-reject-reason
                               set end-of-wmo-scan to true
                           end-if
                   end-read
               end-perform
           end-if.

       350-reject-change.
           move "R" to sp-status.
           move ws-operator-id to sp-decided-by.
           move ws-decided-stamp to sp-decided-stamp.
           move dc-reason to sp-reason.
           rewrite station-pending-record.
           add 1 to ws-reject-count.
           move "REJECTED" to aal-action.
           move dc-reason to aal-comment.
           perform 450-write-action-line.
           move "CHGREJECT" to ws-audit-outcome.
           move dc-reason to ws-audit-reason.
           perform 480-write-change-audit-line.

       400-write-refused-line.
           add 1 to ws-refused-count.
           move "REFUSED" to aal-action.
           move dc-change-id to aal-change-id.
           move spaces to aal-station-id aal-code aal-submitted-by.
           if ws-reject-reason not = "Change not on pending file"
              and ws-reject-reason not = "Decision code not A or R"
               move sp-station-id to aal-station-id
               move sp-trans-code to aal-code
               move sp-submitted-by to aal-submitted-by
           end-if.
           move ws-reject-reason to aal-comment.
           write approval-report-record from approval-action-line.

       450-write-action-line.
           move sp-change-id to aal-change-id.
           move sp-station-id to aal-station-id.
           move sp-trans-code to aal-code.
           move sp-submitted-by to aal-submitted-by.
           write approval-report-record from approval-action-line.

       460-write-image-line.
           move sm-station-id to cil-station-id.
           move sm-airport-name to cil-airport-name.
           move sm-country to cil-country.
           move sm-elevation-ft to cil-elevation.
           if sm-station-active
               move "ACTIVE" to cil-active
           else
               move "INACTIVE" to cil-active
           end-if.
           move sm-report-interval to cil-interval.
           move spaces to cil-runways.
           perform varying ws-runway-idx from 1 by 1
                   until ws-runway-idx > sm-runway-count
               compute ws-runway-pos = ((ws-runway-idx - 1) * 4) + 1
               move sm-rwy-ident(ws-runway-idx)
                   to cil-runways(ws-runway-pos:3)
           end-perform.
           move sm-region-code to cil-region.
           move spaces to cil-taf-hours.
           perform varying ws-taf-hour-idx from 1 by 1
                   until ws-taf-hour-idx > sm-taf-issue-count
               compute ws-taf-hour-pos =
                   ((ws-taf-hour-idx - 1) * 3) + 1
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
           write approval-report-record from change-image-line.

       480-write-change-audit-line.
           open extend audit-log-file.
           if ws-audit-file-status = "35"
               open output audit-log-file
           end-if.
           move spaces to audit-detail-line.
           perform 108-stamp-audit-line.
           if ws-audit-outcome = "CHGEXPIRE"
               move "SYSTEM" to aud-operator-id
           else
               move ws-operator-id to aud-operator-id
           end-if.
           move sp-station-id to aud-station-id.
           move ws-audit-outcome to aud-outcome.
           string "Change " delimited by size
                  sp-change-id delimited by size
                  " code " delimited by size
                  sp-trans-code delimited by size
               into aud-detail
           end-string.
           string "CHANGE=" delimited by size
                  sp-change-id delimited by size
                  " SUBMITTED-BY=" delimited by size
                  sp-submitted-by delimited by space
                  " DECIDED-BY=" delimited by size
                  sp-decided-by delimited by space
                  " REASON=" delimited by size
                  ws-audit-reason delimited by size
               into aud-raw-string
           end-string.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       600-list-pending-changes.
           move spaces to approval-report-record.
           write approval-report-record.
           move "CHANGES STILL AWAITING APPROVAL" to asl-text.
           write approval-report-record from approval-section-line.
           move "N" to ws-pend-eof-flag.
           move low-values to sp-change-id.
           start station-pending-file key is >= sp-change-id
               invalid key set end-of-pending to true
           end-start.
           perform until end-of-pending
               read station-pending-file next record
                   at end set end-of-pending to true
                   not at end
                       if sp-is-pending
                           perform 160-compute-age
                           add 1 to ws-still-pending-count
                           move sp-change-id to apl-change-id
                           move sp-station-id to apl-station-id
                           move sp-trans-code to apl-code
                           move sp-submitted-by to apl-submitted-by
                           move ws-age-days to apl-age
                           write approval-report-record
                               from approval-pending-line
                       end-if
               end-read
           end-perform.

       700-write-totals.
           move spaces to approval-report-record.
           write approval-report-record.
           move "APPROVED:" to atl-label.
           move ws-approve-count to atl-count.
           write approval-report-record from approval-total-line.
           move "REJECTED:" to atl-label.
           move ws-reject-count to atl-count.
           write approval-report-record from approval-total-line.
           move "EXPIRED:" to atl-label.
           move ws-expire-count to atl-count.
           write approval-report-record from approval-total-line.
           move "DECISIONS REFUSED:" to atl-label.
           move ws-refused-count to atl-count.
           write approval-report-record from approval-total-line.
           move "STILL PENDING:" to atl-label.
           move ws-still-pending-count to atl-count.
           write approval-report-record from approval-total-line.

       900-terminate.
           close station-master-file.
           close station-pending-file.
           if ws-decision-file-status = "00"
              or ws-decision-file-status = "10"
               close decision-file
           end-if.
           close approval-report-file.

       end program stn-approve.
