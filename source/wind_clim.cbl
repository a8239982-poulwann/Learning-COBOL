           select wind-report-file assign to "WINDCLIM.DAT"
               organization is line sequential.
           select sort-file assign to "WINDSRT".
           select subscriber-master-file assign to "SUBMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sb-subscriber-id
               file status is ws-submast-file-status.
           select delivery-log-file assign to "DELIVLOG.DAT"
               organization is line sequential
               file status is ws-delivlog-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  wind-report-file.
       01  wind-report-record pic x(100).
           05 srt-peak-wind-dir pic 9(3).
           05 srt-peak-wind-speed pic 9(3).

       fd  subscriber-master-file.
           copy submast.

       fd  delivery-log-file.
       01  delivery-log-record pic x(50).

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
       01 ws-sort-eof-flag pic x value "N".
       01 ws-superseded-count pic 9(7) value zero.
       01 ws-nowind-count pic 9(7) value zero.

       01 ws-submast-file-status pic x(2) value spaces.
       01 ws-delivlog-file-status pic x(2) value spaces.
       01 ws-sub-eof-flag pic x value "N".
           88 end-of-subscribers value "Y".
       01 ws-delivery-product pic x(4) value "WIND".
       01 ws-delivery-station pic x(4) value spaces.
       01 ws-delivery-reference pic x(17) value spaces.
       01 ws-deliveries-logged pic 9(5) value zero.
       01 ws-dlv-count pic 9(3) value zero.
       01 ws-dlv-idx pic 9(3) value zero.
       01 ws-dlv-sub-idx pic 9(2) value zero.
       01 delivery-target-table.
           05 delivery-target occurs 500 times.
               10 dlt-subscriber-id pic x(6).
               10 dlt-station-id pic x(4).
           copy delivrec.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 170-load-subscriptions.
           open output wind-report-file.
           move ws-run-mm to wtl-date(1:2).
           move "/" to wtl-date(3:1).
           move spaces to wind-report-record.
           write wind-report-record.

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

       170-load-subscriptions.
           move zero to ws-dlv-count.
           move "N" to ws-sub-eof-flag.
           open input subscriber-master-file.
           if ws-submast-file-status not = "00"
               set end-of-subscribers to true
           end-if.
           perform until end-of-subscribers
               read subscriber-master-file next record
                   at end set end-of-subscribers to true
                   not at end
                       if sb-subscriber-active
                           perform 175-load-one-subscriber
                       end-if
               end-read
           end-perform.
           if ws-submast-file-status = "00"
              or ws-submast-file-status = "10"
               close subscriber-master-file
           end-if.
           if ws-dlv-count > zero
               open extend delivery-log-file
               if ws-delivlog-file-status = "35"
                   open output delivery-log-file
               end-if
           end-if.

       175-load-one-subscriber.
           perform varying ws-dlv-sub-idx from 1 by 1
                   until ws-dlv-sub-idx > sb-sub-count
               if sb-sub-product(ws-dlv-sub-idx) = ws-delivery-product
                   if ws-dlv-count < 500
                       add 1 to ws-dlv-count
                       move sb-subscriber-id
                           to dlt-subscriber-id(ws-dlv-count)
                       move sb-sub-station(ws-dlv-sub-idx)
                           to dlt-station-id(ws-dlv-count)
                   else
                       display "Delivery table full - subscription "
                           "dropped: " sb-subscriber-id " "
                           sb-sub-station(ws-dlv-sub-idx)
                       move 4 to return-code
                   end-if
               end-if
           end-perform.

       180-log-deliveries.
           perform varying ws-dlv-idx from 1 by 1
                   until ws-dlv-idx > ws-dlv-count
               if dlt-station-id(ws-dlv-idx) = ws-delivery-station
                   move ws-current-date-time(1:8) to dl-delivery-date
                   move ws-current-date-time(9:6) to dl-delivery-time
                   move dlt-subscriber-id(ws-dlv-idx)
                       to dl-subscriber-id
                   move ws-delivery-station to dl-station-id
                   move ws-delivery-product to dl-product
                   move ws-delivery-reference to dl-reference
                   write delivery-log-record from delivery-log-line
                   add 1 to ws-deliveries-logged
               end-if
           end-perform.

       200-load-sort-input.
           open input archive-file.
           perform 210-release-one-record until end-of-input.
               ws-speed-sum / ws-obs-count.
           move ws-mean-speed to wsl-mean-speed.
           write wind-report-record from wind-station-line.
           move ws-cur-station to ws-delivery-station.
           move spaces to ws-delivery-reference.
           move "WINDCLIM" to ws-delivery-reference(1:8).
           move wsl-year-month(1:7) to ws-delivery-reference(10:7).
           perform 180-log-deliveries.
           perform varying ws-sector-idx from 1 by 1
                   until ws-sector-idx > 16
               move sector-name(ws-sector-idx) to wrl-sector

       900-terminate.
           close wind-report-file.
           if ws-dlv-count > zero
               close delivery-log-file
           end-if.
           display "Deliveries logged:  " ws-deliveries-logged.

       end program wind-clim.
