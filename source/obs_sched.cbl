               file status is ws-stnmast-file-status.
           select missing-report-file assign to "MISSOBS.DAT"
               organization is line sequential.
           select missing-history-file assign to "MISSHIST.DAT"
               organization is line sequential
               file status is ws-misshist-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  station-master-file.
           copy stnmast.
       fd  missing-report-file.
       01  missing-report-record pic x(100).

       fd  missing-history-file.
       01  missing-history-record pic x(33).

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
           88 end-of-master value "Y".

       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-misshist-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".

           copy arcrec.

           copy misshist.

       01 ws-check-date pic x(8) value spaces.
       01 ws-check-date-parts redefines ws-check-date.
           05 ws-check-yyyy pic 9(4).

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           accept ws-check-date from environment "OBSCHK_DATE".
           if ws-check-date = spaces
              or ws-check-date is not numeric
                   ws-stnmast-file-status
           end-if.
           open output missing-report-file.
           open extend missing-history-file.
           if ws-misshist-file-status = "35"
               open output missing-history-file
           end-if.
           move ws-check-mm to mtl-date(1:2).
           move "/" to mtl-date(3:1).
           move ws-check-dd to mtl-date(4:2).
           write missing-report-record.
           perform 150-read-next-archive.

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

       150-read-next-archive.
           read archive-file into archive-detail-line
               at end set end-of-input to true
           write missing-report-record from missing-summary-line.
           move spaces to missing-report-record.
           write missing-report-record.
           move ws-check-date to mh-check-date.
           move sm-station-id to mh-station-id.
           move ws-expected-count to mh-expected.
           move ws-received-count to mh-received.
           move ws-missing-count to mh-missing.
           move ws-late-count to mh-late.
           write missing-history-record from missing-history-line.

       700-write-totals.
           move "STATIONS CHECKED:" to mt-label.
               close station-master-file
           end-if.
           close missing-report-file.
           close missing-history-file.

       end program obs-schedule.
