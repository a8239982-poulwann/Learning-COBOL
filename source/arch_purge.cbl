           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  keep-file.
       01  keep-record pic x(124).

       fd  generation-file.
       01  generation-record pic x(124).

       fd  catalog-file.
       01  catalog-record.
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

       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-keep-eof-flag pic x value "N".

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           accept ws-asof-env from environment "ARCH_ASOF".
               perform 150-read-next-archive
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
