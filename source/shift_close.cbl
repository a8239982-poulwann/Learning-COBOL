           select recon-file assign to "RECONRPT.DAT"
               organization is line sequential
               file status is ws-recon-file-status.
           select pirep-history-file assign to "PIREPHST.DAT"
               organization is line sequential
               file status is ws-pirep-file-status.
           select current-conditions-file assign to "CURRCOND.DAT"
               organization is indexed
               access mode is sequential
               file status is ws-carryfwd-file-status.
           select handover-file assign to "HANDOVER.DAT"
               organization is line sequential.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       01  missing-report-record pic x(100).

       fd  recon-file.
       01  recon-record pic x(141).

       fd  pirep-history-file.
       01  pirep-history-record pic x(272).

       fd  current-conditions-file.
           copy currcond.
       fd  handover-file.
       01  handover-record pic x(100).

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

       01 ws-speci-file-status pic x(2) value spaces.
       01 ws-missobs-file-status pic x(2) value spaces.
       01 ws-recon-file-status pic x(2) value spaces.
       01 ws-pirep-file-status pic x(2) value spaces.
       01 ws-currcond-file-status pic x(2) value spaces.
       01 ws-carryfwd-file-status pic x(2) value spaces.

           copy auditrec.
           copy pirep.

       01 sigwx-detail-line.
           05 swx-station-id pic x(9).
           05 rcv-obs-time pic x(11).
           05 rcv-action pic x(44).
           05 rcv-raw-string pic x(68).
           05 filler pic x(1).
           05 rcv-process-date pic x(8).

       01 carry-forward-line.
           05 cf-item-type pic x(8).
       01 ws-other-outcome-count pic 9(5) value zero.
       01 ws-sigwx-shift-count pic 9(5) value zero.
       01 ws-speci-shift-count pic 9(5) value zero.
       01 ws-pirep-shift-count pic 9(5) value zero.
       01 ws-pirep-hazard-count pic 9(5) value zero.

       01 ws-haz-count pic 9(3) value zero.
       01 ws-haz-idx pic 9(3) value zero.
       01 ws-haz-max pic 9(3) value 100.
       01 pirep-hazard-table.
           05 pirep-hazard-entry occurs 100 times.
               10 hz-station-id pic x(4).
               10 hz-text pic x(60).

       01 ws-oper-count pic 9(2) value zero.
       01 ws-oper-idx pic 9(2) value zero.
           perform 300-scan-audit-log.
           perform 320-scan-sigwx-log.
           perform 340-scan-speci-log.
           perform 360-scan-pirep-history.
           perform 400-scan-current-conditions.
           perform 500-scan-missing-report.
           perform 550-scan-recon-report.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           move spaces to ws-run-stamp.
           move ws-run-yyyy to ws-run-stamp(1:4).
           move ws-run-mm to ws-run-stamp(5:2).
           accept ws-shift-start from environment "SHIFT_START".
           if ws-shift-start = spaces
              or ws-shift-start is not numeric
               if sysctl-is-available
                  and ws-window-start is numeric
                   move ws-window-start to ws-shift-start
               else
                   move ws-run-stamp to ws-shift-start
                   move "0000" to ws-shift-start(9:4)
               end-if
           end-if.
           accept ws-shift-end from environment "SHIFT_END".
           if ws-shift-end = spaces
              or ws-shift-end is not numeric
               if sysctl-is-available
                  and ws-window-end is numeric
                   move ws-window-end to ws-shift-end
               else
                   move ws-run-stamp to ws-shift-end
               end-if
           end-if.
           open output handover-file.
           move ws-run-mm to hot-date(1:2).
           move spaces to handover-record.
           write handover-record.

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

       200-load-previous-carry.
           move zero to ws-prev-count.
           open input carry-forward-file.
               close speci-report-file
           end-if.

       360-scan-pirep-history.
           move "N" to ws-eof-flag.
           open input pirep-history-file.
           if ws-pirep-file-status not = "00"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read pirep-history-file into pirep-history-line
                   at end set end-of-input to true
                   not at end
                       if ph-obs-stamp >= ws-shift-start
                          and ph-obs-stamp <= ws-shift-end
                           perform 365-tally-one-pirep
                       end-if
               end-read
           end-perform.
           if ws-pirep-file-status = "00"
              or ws-pirep-file-status = "10"
               close pirep-history-file
           end-if.

       365-tally-one-pirep.
           add 1 to ws-pirep-shift-count.
           if ph-is-hazard
               add 1 to ws-pirep-hazard-count
               if ws-haz-count < ws-haz-max
                   add 1 to ws-haz-count
                   move ph-station-id to hz-station-id(ws-haz-count)
                   move spaces to hz-text(ws-haz-count)
                   string ph-obs-stamp(9:4) delimited by size
                          "Z " delimited by size
                          ph-report-type delimited by space
                          " FL" delimited by size
                          ph-flight-level delimited by space
                          " TB " delimited by size
                          ph-turb-level delimited by size
                          " IC " delimited by size
                          ph-icing-level delimited by size
                          " " delimited by size
                          ph-location delimited by space
                       into hz-text(ws-haz-count)
                   end-string
               end-if
           end-if.

       400-scan-current-conditions.
           move "N" to ws-eof-flag.
           open input current-conditions-file.
           move "SPECI FINDINGS LOGGED:" to hoc-label.
           move ws-speci-shift-count to hoc-count.
           write handover-record from handover-count-line.
           move "PIREPS RECEIVED:" to hoc-label.
           move ws-pirep-shift-count to hoc-count.
           write handover-record from handover-count-line.
           move "PIREP HAZARDS:" to hoc-label.
           move ws-pirep-hazard-count to hoc-count.
           write handover-record from handover-count-line.
           move spaces to handover-record.
           write handover-record.
           move "ACTIVITY BY OPERATOR" to hos-text.
           move "UNRESOLVED CORRECTIONS" to hos-text.
           write handover-record from handover-section-line.
           perform 630-write-correction-items.
           move spaces to handover-record.
           write handover-record.
           move "PIREP HAZARDS THIS SHIFT" to hos-text.
           write handover-record from handover-section-line.
           perform 650-write-pirep-hazards.

       610-write-items-of-type.
           perform varying ws-open-idx from 1 by 1
           end-if.
           write handover-record from handover-item-line.

       650-write-pirep-hazards.
           move spaces to hoi-carried.
           perform varying ws-haz-idx from 1 by 1
                   until ws-haz-idx > ws-haz-count
               move hz-station-id(ws-haz-idx) to hoi-station-id
               move hz-text(ws-haz-idx) to hoi-text
               write handover-record from handover-item-line
           end-perform.

       700-write-carry-forward.
           open output carry-forward-file.
           perform varying ws-open-idx from 1 by 1
