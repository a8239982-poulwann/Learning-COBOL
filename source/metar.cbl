               access mode is random
               record key is cc-station-id
               file status is ws-currcond-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.
           select rebuild-input-file assign to "REBLDIN.DAT"
               organization is line sequential
               file status is ws-rebldin-file-status.
           select rebuild-output-file assign to "REBLDOUT.DAT"
               organization is line sequential.

       data division.
       file section.
       01  shift-log-record pic x(160).

       fd  exception-file.
       01  exception-record pic x(139).

       fd  station-master-file.
           copy stnmast.
       01  sigwx-record pic x(132).

       fd  archive-file.
       01  archive-record pic x(124).

       fd  recon-file.
       01  recon-record pic x(141).

       fd  run-control-file.
       01  run-control-record pic x(80).
       fd  current-conditions-file.
           copy currcond.

       fd  system-control-file.
           copy sysctl.

       fd  rebuild-input-file.
       01  rebuild-input-record pic x(265).

       fd  rebuild-output-file.
       01  rebuild-output-record pic x(167).

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.

       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".

       01 ws-rebuild-env pic x value space.
       01 ws-rebuild-flag pic x value "N".
           88 rebuild-mode value "Y".
       01 ws-rebldin-file-status pic x(2) value spaces.
       01 ws-rebuild-ref-date pic x(8) value spaces.
       01 rebuild-input-line.
           05 rbi-ref-date pic x(8).
           05 filler pic x(1).
           05 rbi-raw-string pic x(256).
       01 rebuild-output-line.
           05 rbo-status pic x.
               88 rbo-is-rebuilt value "A".
               88 rbo-is-rejected value "R".
           05 filler pic x(1) value space.
           05 rbo-reason pic x(40).
           05 filler pic x(1) value space.
           05 rbo-archive-line pic x(124).

       01 ws-metar-valid-flag pic x value "Y".
           88 metar-is-valid value "Y".
           88 metar-is-invalid value "N".
           05 rcn-obs-time pic x(11).
           05 rcn-action pic x(44).
           05 rcn-raw-string pic x(68).
           05 filler pic x(1) value space.
           05 rcn-process-date pic x(8).

       01 ws-read-count pic 9(7) value zero.
       01 ws-accept-count pic 9(7) value zero.
           05 exc-station-id pic x(9).
           05 exc-reason pic x(41).
           05 exc-raw-string pic x(80).
           05 filler pic x(1) value space.
           05 exc-process-date pic x(8).

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.

       000-main.
           display "METAR Parsing - batch run".
           accept ws-rebuild-env from environment "METAR_REBUILD".
           if ws-rebuild-env = "Y"
               perform 600-rebuild-archive-records
           else
               perform 100-initialize
               perform 200-process-one-metar until end-of-input
               perform 900-terminate
           end-if.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           open input metar-input-file.
           open extend shift-log-file.
               perform 150-read-next-metar
           end-if.

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
           move station-id to rcn-station-id.
           move observation-time to rcn-obs-time.
           move metar-string(1:68) to rcn-raw-string.
           move ws-current-date-time(1:8) to rcn-process-date.
           write recon-record from recon-detail-line.

       388-derive-obs-stamp.
           move function current-date to ws-current-date-time.
           perform 103-apply-business-date.
           if rebuild-mode and ws-rebuild-ref-date is numeric
               move ws-rebuild-ref-date to ws-current-date-time(1:8)
           end-if.
           move ws-run-yyyy to ws-obs-stamp-year.
           move ws-run-mm to ws-obs-stamp-month.
           if observation-time(1:2) is numeric
           move station-id to exc-station-id.
           move ws-reject-reason to exc-reason.
           move metar-string(1:80) to exc-raw-string.
           move ws-current-date-time(1:8) to exc-process-date.
           write exception-record from exception-detail-line.

       480-check-significant-weather.
           end-if.

       490-write-archive-line.
           perform 489-build-archive-line.
           write archive-record from archive-detail-line.
           add 1 to ws-archive-count.

       489-build-archive-line.
           perform 388-derive-obs-stamp.
           move station-id to arc-station-id.
           move ws-obs-stamp-year to arc-year.
               move "M" to arc-obs-type
           end-if.
           move ws-flight-category to arc-flight-category.
           move "M" to arc-source.
           move ws-ceiling-ft to arc-ceiling-ft.

       491-check-speci-triggers.
           move "N" to ws-speci-trigger-flag.

       465-write-audit-line.
           move function current-date to ws-current-date-time.
           perform 103-apply-business-date.
           move spaces to aud-timestamp.
           move ws-run-yyyy to aud-timestamp(1:4).
           move "-" to aud-timestamp(5:1).
           write shift-log-record from report-header-2.
           move zero to ws-lines-on-page.

       600-rebuild-archive-records.
           display "Archive rebuild - live files are not updated".
           set rebuild-mode to true.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           open input rebuild-input-file.
           if ws-rebldin-file-status not = "00"
               display "Rebuild input unavailable, status "
                   ws-rebldin-file-status
               move 8 to return-code
               stop run
           end-if.
           open output rebuild-output-file.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master file unavailable, status "
                   ws-stnmast-file-status
                   " - stations will show as unrecognized"
           end-if.
           perform 610-read-next-rebuild.
           perform 620-rebuild-one-metar until end-of-input.
           close rebuild-input-file.
           close rebuild-output-file.
           if stnmast-is-available
               close station-master-file
           end-if.
           display "Rebuild records read:    " ws-read-count.
           display "Rebuild records decoded: " ws-archive-count.
           display "Rebuild records rejected:" ws-reject-count.

       610-read-next-rebuild.
           read rebuild-input-file into rebuild-input-line
               at end set end-of-input to true
               not at end
                   add 1 to ws-read-count
                   move rbi-ref-date to ws-rebuild-ref-date
                   move rbi-raw-string to metar-string
           end-read.

       620-rebuild-one-metar.
           perform 300-parse-metar.
           perform 350-validate-metar.
           move spaces to rebuild-output-line.
           if metar-is-valid
               perform 370-lookup-station
               perform 371-derive-meteorology
               perform 377-derive-flight-category
               perform 489-build-archive-line
               move "A" to rbo-status
               move archive-detail-line to rbo-archive-line
               add 1 to ws-archive-count
           else
               move "R" to rbo-status
               move ws-reject-reason to rbo-reason
               add 1 to ws-reject-count
           end-if.
           write rebuild-output-record from rebuild-output-line.
           perform 610-read-next-rebuild.

       900-terminate.
           perform 475-reset-checkpoint.
           perform 478-reset-release-passes.
       910-write-run-control.
           open output run-control-file.
           move function current-date to ws-current-date-time.
           perform 103-apply-business-date.
           move ws-run-mm to rct-date(1:2).
           move "/" to rct-date(3:1).
           move ws-run-dd to rct-date(4:2).
