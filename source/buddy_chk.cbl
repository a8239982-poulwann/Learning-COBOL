       identification division.
       program-id. buddy-check.

       environment division.
       input-output section.
       file-control.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select current-conditions-file assign to "CURRCOND.DAT"
               organization is indexed
               access mode is random
               record key is cc-station-id
               file status is ws-currcond-file-status.
           select buddy-report-file assign to "BUDDYRPT.DAT"
               organization is line sequential.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  station-master-file.
           copy stnmast.

       fd  current-conditions-file.
           copy currcond.

       fd  buddy-report-file.
       01  buddy-report-record pic x(132).

       fd  system-control-file.
           copy sysctl.

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.
       01 ws-stnmast-eof-flag pic x value "N".
           88 end-of-stnmast value "Y".

       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-currcond-file-status pic x(2) value spaces.
       01 ws-currcond-available-flag pic x value "Y".
           88 currcond-is-available value "Y".

       01 ws-radius-km pic 9(4) value 100.
       01 ws-radius-env pic x(4) value spaces.
       01 ws-min-neighbours pic 9(2) value 2.
       01 ws-min-neighbours-env pic x(2) value spaces.
       01 ws-max-age-hours pic 9(2) value 3.
       01 ws-max-age-env pic x(2) value spaces.
       01 ws-temp-tol pic 9(2)v9 value 5.
       01 ws-temp-tol-env pic x(4) value spaces.
       01 ws-dewpt-tol pic 9(2)v9 value 6.
       01 ws-dewpt-tol-env pic x(4) value spaces.
       01 ws-altim-tol pic 9(2)v9 value 4.
       01 ws-altim-tol-env pic x(4) value spaces.
       01 ws-wind-tol pic 9(2)v9 value 15.
       01 ws-wind-tol-env pic x(4) value spaces.
       01 ws-temp-lapse-per-ft pic v9(7) value .0019812.
       01 ws-dewpt-lapse-per-ft pic v9(7) value .0006096.

       01 ws-stn-count pic 9(4) value zero.
       01 ws-stn-max pic 9(4) value 1000.
       01 ws-stn-idx pic 9(4) value zero.
       01 ws-nbr-stn-idx pic 9(4) value zero.
       01 buddy-station-table.
           05 buddy-station-entry occurs 1000 times.
               10 bs-station-id pic x(4).
               10 bs-airport-name pic x(30).
               10 bs-latitude pic s9(2)v9(4).
               10 bs-longitude pic s9(3)v9(4).
               10 bs-elevation-ft pic s9(5).
               10 bs-obs-flag pic x.
                   88 bs-has-obs value "Y".
               10 bs-obs-time pic x(6).
               10 bs-values occurs 4 times.
                   15 bs-value pic s9(4)v9.
                   15 bs-value-flag pic x.
                       88 bs-value-ok value "Y".

       01 ws-nbr-count pic 9(2) value zero.
       01 ws-nbr-max pic 9(2) value 20.
       01 ws-nbr-idx pic 9(2) value zero.
       01 neighbour-table.
           05 neighbour-entry occurs 20 times.
               10 nb-stn-idx pic 9(4).
               10 nb-distance-km pic 9(5)v9.

       01 ws-elem-idx pic 9 value zero.
       01 element-name-values.
           05 filler pic x(12) value "TEMPERATURE".
           05 filler pic x(12) value "DEW POINT".
           05 filler pic x(12) value "ALTIMETER".
           05 filler pic x(12) value "WIND SPEED".
       01 element-name-table redefines element-name-values.
           05 element-name pic x(12) occurs 4 times.
       01 element-unit-values.
           05 filler pic x(3) value "C".
           05 filler pic x(3) value "C".
           05 filler pic x(3) value "HPA".
           05 filler pic x(3) value "KT".
       01 element-unit-table redefines element-unit-values.
           05 element-unit pic x(3) occurs 4 times.

       01 ws-adj-value pic s9(4)v9 value zero.
       01 ws-elem-sum pic s9(6)v9 value zero.
       01 ws-elem-count pic 9(2) value zero.
       01 ws-elem-mean pic s9(4)v9 value zero.
       01 ws-elem-diff pic s9(4)v9 value zero.
       01 ws-elem-abs-diff pic 9(4)v9 value zero.
       01 ws-elem-tol pic 9(2)v9 value zero.

       01 ws-lat-mid-rad pic s9(2)v9(8) value zero.
       01 ws-dlat-km pic s9(5)v9(4) value zero.
       01 ws-dlon-deg pic s9(4)v9(4) value zero.
       01 ws-dlon-km pic s9(5)v9(4) value zero.
       01 ws-distance-km pic 9(5)v9 value zero.

       01 ws-temp-work pic s9(4) value zero.
       01 ws-wind-kt pic 9(4)v9 value zero.
       01 ws-obs-minutes pic s9(11) value zero.
       01 ws-run-minutes pic s9(11) value zero.
       01 ws-age-minutes pic s9(11) value zero.
       01 ws-obs-date-num pic 9(8) value zero.
       01 ws-run-date-num pic 9(8) value zero.

       01 ws-station-flagged-flag pic x value "N".
           88 station-was-flagged value "Y".

       01 ws-checked-count pic 9(5) value zero.
       01 ws-no-coord-count pic 9(5) value zero.
       01 ws-stale-count pic 9(5) value zero.
       01 ws-isolated-count pic 9(5) value zero.
       01 ws-suspect-stn-count pic 9(5) value zero.
       01 ws-suspect-elem-count pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 filler pic x(9).

       01 buddy-title-line.
           05 filler pic x(36) value "NEIGHBOUR BUDDY CHECK SUSPECTS".
           05 filler pic x(10) value "RUN DATE: ".
           05 btl-date pic x(10).
           05 filler pic x(2) value spaces.
           05 btl-time pic x(5).

       01 buddy-parm-line.
           05 filler pic x(8) value "RADIUS ".
           05 bpl-radius pic zzz9.
           05 filler pic x(18) value " KM  MIN NEIGHBRS ".
           05 bpl-min pic z9.
           05 filler pic x(11) value "  MAX AGE ".
           05 bpl-age pic z9.
           05 filler pic x(12) value "H  TOL T/D ".
           05 bpl-temp-tol pic z9.9.
           05 filler pic x(1) value "/".
           05 bpl-dewpt-tol pic z9.9.
           05 filler pic x(7) value "  ALT ".
           05 bpl-altim-tol pic z9.9.
           05 filler pic x(8) value "  WIND ".
           05 bpl-wind-tol pic z9.9.

       01 buddy-header-line.
           05 filler pic x(6) value "STN".
           05 filler pic x(24) value "AIRPORT".
           05 filler pic x(8) value "OBS".
           05 filler pic x(14) value "ELEMENT".
           05 filler pic x(10) value "STATION".
           05 filler pic x(10) value "NBR MEAN".
           05 filler pic x(10) value "DIFF".
           05 filler pic x(5) value "UNIT".
           05 filler pic x(5) value "NBRS".

       01 buddy-suspect-line.
           05 bsl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 bsl-airport-name pic x(22).
           05 filler pic x(2) value spaces.
           05 bsl-obs-time pic x(6).
           05 filler pic x(2) value spaces.
           05 bsl-element pic x(12).
           05 filler pic x(2) value spaces.
           05 bsl-value pic -(4)9.9.
           05 filler pic x(3) value spaces.
           05 bsl-mean pic -(4)9.9.
           05 filler pic x(3) value spaces.
           05 bsl-diff pic -(4)9.9.
           05 filler pic x(3) value spaces.
           05 bsl-unit pic x(3).
           05 filler pic x(2) value spaces.
           05 bsl-nbr-count pic z9.

       01 buddy-neighbour-line.
           05 filler pic x(38) value spaces.
           05 filler pic x(10) value "NEIGHBOUR ".
           05 bnl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 bnl-value pic -(4)9.9.
           05 filler pic x(2) value spaces.
           05 bnl-distance pic zzzz9.
           05 filler pic x(4) value " KM ".
           05 bnl-obs-time pic x(6).
           05 filler pic x(2) value spaces.
           05 bnl-note pic x(20).

       01 buddy-total-line.
           05 btt-label pic x(36).
           05 btt-count pic zzzz9.

       procedure division.

       000-main.
           display "Neighbour Buddy Check - batch run".
           perform 100-initialize.
           perform 200-load-stations.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if bs-has-obs(ws-stn-idx)
                   perform 300-check-one-station
               end-if
           end-perform.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           move ws-run-yyyy to ws-run-date-num(1:4).
           move ws-run-mm to ws-run-date-num(5:2).
           move ws-run-dd to ws-run-date-num(7:2).
           compute ws-run-minutes =
               function integer-of-date(ws-run-date-num) * 1440
               + ws-run-hh * 60 + ws-run-mn.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 110-read-parameters.
           open output buddy-report-file.
           move ws-run-mm to btl-date(1:2).
           move "/" to btl-date(3:1).
           move ws-run-dd to btl-date(4:2).
           move "/" to btl-date(6:1).
           move ws-run-yyyy to btl-date(7:4).
           move ws-run-hh to btl-time(1:2).
           move ws-run-mn to btl-time(3:2).
           move "Z" to btl-time(5:1).
           write buddy-report-record from buddy-title-line.
           move ws-radius-km to bpl-radius.
           move ws-min-neighbours to bpl-min.
           move ws-max-age-hours to bpl-age.
           move ws-temp-tol to bpl-temp-tol.
           move ws-dewpt-tol to bpl-dewpt-tol.
           move ws-altim-tol to bpl-altim-tol.
           move ws-wind-tol to bpl-wind-tol.
           write buddy-report-record from buddy-parm-line.
           move spaces to buddy-report-record.
           write buddy-report-record.
           write buddy-report-record from buddy-header-line.

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

       110-read-parameters.
           accept ws-radius-env from environment "BUDDY_RADIUS".
           if ws-radius-env not = spaces
               compute ws-radius-km = function numval(ws-radius-env)
           end-if.
           accept ws-min-neighbours-env
               from environment "BUDDY_MIN_NBRS".
           if ws-min-neighbours-env not = spaces
               compute ws-min-neighbours =
                   function numval(ws-min-neighbours-env)
           end-if.
           if ws-min-neighbours = zero
               move 1 to ws-min-neighbours
           end-if.
           accept ws-max-age-env from environment "BUDDY_MAX_AGE".
           if ws-max-age-env not = spaces
               compute ws-max-age-hours =
                   function numval(ws-max-age-env)
           end-if.
           accept ws-temp-tol-env from environment "BUDDY_TEMP_TOL".
           if ws-temp-tol-env not = spaces
               compute ws-temp-tol = function numval(ws-temp-tol-env)
           end-if.
           accept ws-dewpt-tol-env from environment "BUDDY_DEWPT_TOL".
           if ws-dewpt-tol-env not = spaces
               compute ws-dewpt-tol =
                   function numval(ws-dewpt-tol-env)
           end-if.
           accept ws-altim-tol-env from environment "BUDDY_ALTIM_TOL".
           if ws-altim-tol-env not = spaces
               compute ws-altim-tol =
                   function numval(ws-altim-tol-env)
           end-if.
           accept ws-wind-tol-env from environment "BUDDY_WIND_TOL".
           if ws-wind-tol-env not = spaces
               compute ws-wind-tol = function numval(ws-wind-tol-env)
           end-if.

       200-load-stations.
           open input current-conditions-file.
           move "Y" to ws-currcond-available-flag.
           if ws-currcond-file-status not = "00"
               move "N" to ws-currcond-available-flag
               display "Current conditions file unavailable, status "
                   ws-currcond-file-status " - nothing to check"
               set end-of-stnmast to true
           end-if.
           if not end-of-stnmast
               open input station-master-file
               if ws-stnmast-file-status not = "00"
                   display "Station master unavailable, status "
                       ws-stnmast-file-status
                   set end-of-stnmast to true
               end-if
           end-if.
           perform until end-of-stnmast
               read station-master-file next record
                   at end set end-of-stnmast to true
                   not at end
                       if sm-station-active
                           perform 210-store-one-station
                       end-if
               end-read
           end-perform.
           if ws-stnmast-file-status = "00"
              or ws-stnmast-file-status = "10"
               close station-master-file
           end-if.
           if currcond-is-available
               close current-conditions-file
           end-if.

       210-store-one-station.
           if not sm-has-coordinates
               add 1 to ws-no-coord-count
           else
               if ws-stn-count < ws-stn-max
                   add 1 to ws-stn-count
                   move sm-station-id to bs-station-id(ws-stn-count)
                   move sm-airport-name
                       to bs-airport-name(ws-stn-count)
                   move sm-latitude to bs-latitude(ws-stn-count)
                   move sm-longitude to bs-longitude(ws-stn-count)
                   move sm-elevation-ft
                       to bs-elevation-ft(ws-stn-count)
                   move "N" to bs-obs-flag(ws-stn-count)
                   perform 220-load-current-obs
               end-if
           end-if.

       220-load-current-obs.
           move sm-station-id to cc-station-id.
           read current-conditions-file
               invalid key
                   continue
               not invalid key
                   perform 230-store-current-obs
           end-read.

       230-store-current-obs.
           move cc-obs-year to ws-obs-date-num(1:4).
           move cc-obs-month to ws-obs-date-num(5:2).
           move cc-obs-day to ws-obs-date-num(7:2).
           if ws-obs-date-num is not numeric
              or cc-obs-hour is not numeric
              or cc-obs-minute is not numeric
               add 1 to ws-stale-count
           else
               compute ws-obs-minutes =
                   function integer-of-date(ws-obs-date-num) * 1440
                   + cc-obs-hour * 60 + cc-obs-minute
               compute ws-age-minutes =
                   ws-run-minutes - ws-obs-minutes
               if ws-age-minutes < zero
                  or ws-age-minutes > ws-max-age-hours * 60
                   add 1 to ws-stale-count
               else
                   perform 240-store-values
               end-if
           end-if.

       240-store-values.
           move "Y" to bs-obs-flag(ws-stn-count).
           move cc-obs-stamp(7:6) to bs-obs-time(ws-stn-count).
           perform varying ws-elem-idx from 1 by 1
                   until ws-elem-idx > 4
               move zero to bs-value(ws-stn-count, ws-elem-idx)
               move "N" to bs-value-flag(ws-stn-count, ws-elem-idx)
           end-perform.
           if cc-temp-value is numeric
               move cc-temp-value to ws-temp-work
               if cc-temp-sign = "-"
                   compute ws-temp-work = zero - ws-temp-work
               end-if
               move ws-temp-work to bs-value(ws-stn-count, 1)
               move "Y" to bs-value-flag(ws-stn-count, 1)
           end-if.
           if cc-dewpt-value is numeric
               move cc-dewpt-value to ws-temp-work
               if cc-dewpt-sign = "-"
                   compute ws-temp-work = zero - ws-temp-work
               end-if
               move ws-temp-work to bs-value(ws-stn-count, 2)
               move "Y" to bs-value-flag(ws-stn-count, 2)
           end-if.
           if cc-altimeter-hpa is numeric and cc-altimeter-hpa > zero
               move cc-altimeter-hpa to bs-value(ws-stn-count, 3)
               move "Y" to bs-value-flag(ws-stn-count, 3)
           end-if.
           if cc-wind-speed is numeric
              and cc-wind-variable not = "Y"
               move cc-wind-speed to ws-wind-kt
               if cc-wind-unit = "MPS"
                   compute ws-wind-kt rounded =
                       cc-wind-speed * 1.94384
               end-if
               move ws-wind-kt to bs-value(ws-stn-count, 4)
               move "Y" to bs-value-flag(ws-stn-count, 4)
           end-if.

       300-check-one-station.
           add 1 to ws-checked-count.
           move "N" to ws-station-flagged-flag.
           perform 310-find-neighbours.
           if ws-nbr-count < ws-min-neighbours
               add 1 to ws-isolated-count
           else
               perform varying ws-elem-idx from 1 by 1
                       until ws-elem-idx > 4
                   if bs-value-ok(ws-stn-idx, ws-elem-idx)
                       perform 400-check-one-element
                   end-if
               end-perform
           end-if.
           if station-was-flagged
               add 1 to ws-suspect-stn-count
           end-if.

       310-find-neighbours.
           move zero to ws-nbr-count.
           perform varying ws-nbr-stn-idx from 1 by 1
                   until ws-nbr-stn-idx > ws-stn-count
               if ws-nbr-stn-idx not = ws-stn-idx
                  and bs-has-obs(ws-nbr-stn-idx)
                   perform 320-compute-distance
                   if ws-distance-km <= ws-radius-km
                      and ws-nbr-count < ws-nbr-max
                       add 1 to ws-nbr-count
                       move ws-nbr-stn-idx to nb-stn-idx(ws-nbr-count)
                       move ws-distance-km
                           to nb-distance-km(ws-nbr-count)
                   end-if
               end-if
           end-perform.

       320-compute-distance.
           compute ws-dlat-km =
               (bs-latitude(ws-nbr-stn-idx) - bs-latitude(ws-stn-idx))
               * 111.2.
           compute ws-dlon-deg =
               bs-longitude(ws-nbr-stn-idx) - bs-longitude(ws-stn-idx).
           if ws-dlon-deg > 180
               subtract 360 from ws-dlon-deg
           end-if.
           if ws-dlon-deg < -180
               add 360 to ws-dlon-deg
           end-if.
           compute ws-lat-mid-rad rounded =
               (bs-latitude(ws-nbr-stn-idx) + bs-latitude(ws-stn-idx))
               / 2 * 3.14159265 / 180.
           compute ws-dlon-km rounded =
               ws-dlon-deg * 111.2 * function cos(ws-lat-mid-rad).
           compute ws-distance-km rounded =
               function sqrt(ws-dlat-km * ws-dlat-km
                             + ws-dlon-km * ws-dlon-km)
               on size error move 99999 to ws-distance-km
           end-compute.

       400-check-one-element.
           move zero to ws-elem-sum ws-elem-count.
           perform varying ws-nbr-idx from 1 by 1
                   until ws-nbr-idx > ws-nbr-count
               move nb-stn-idx(ws-nbr-idx) to ws-nbr-stn-idx
               if bs-value-ok(ws-nbr-stn-idx, ws-elem-idx)
                   perform 410-adjust-neighbour-value
                   add ws-adj-value to ws-elem-sum
                   add 1 to ws-elem-count
               end-if
           end-perform.
           if ws-elem-count >= ws-min-neighbours
               compute ws-elem-mean rounded =
                   ws-elem-sum / ws-elem-count
               compute ws-elem-diff =
                   bs-value(ws-stn-idx, ws-elem-idx) - ws-elem-mean
               move ws-elem-diff to ws-elem-abs-diff
               evaluate ws-elem-idx
                   when 1 move ws-temp-tol to ws-elem-tol
                   when 2 move ws-dewpt-tol to ws-elem-tol
                   when 3 move ws-altim-tol to ws-elem-tol
                   when 4 move ws-wind-tol to ws-elem-tol
               end-evaluate
               if ws-elem-abs-diff > ws-elem-tol
                   perform 500-write-suspect-element
               end-if
           end-if.

       410-adjust-neighbour-value.
           move bs-value(ws-nbr-stn-idx, ws-elem-idx) to ws-adj-value.
           evaluate ws-elem-idx
               when 1
                   compute ws-adj-value rounded = ws-adj-value
                       + (bs-elevation-ft(ws-nbr-stn-idx)
                          - bs-elevation-ft(ws-stn-idx))
                       * ws-temp-lapse-per-ft
               when 2
                   compute ws-adj-value rounded = ws-adj-value
                       + (bs-elevation-ft(ws-nbr-stn-idx)
                          - bs-elevation-ft(ws-stn-idx))
                       * ws-dewpt-lapse-per-ft
           end-evaluate.

       500-write-suspect-element.
           set station-was-flagged to true.
           add 1 to ws-suspect-elem-count.
           move bs-station-id(ws-stn-idx) to bsl-station-id.
           move bs-airport-name(ws-stn-idx) to bsl-airport-name.
           move bs-obs-time(ws-stn-idx) to bsl-obs-time.
           move element-name(ws-elem-idx) to bsl-element.
           move bs-value(ws-stn-idx, ws-elem-idx) to bsl-value.
           move ws-elem-mean to bsl-mean.
           move ws-elem-diff to bsl-diff.
           move element-unit(ws-elem-idx) to bsl-unit.
           move ws-elem-count to bsl-nbr-count.
           write buddy-report-record from buddy-suspect-line.
           perform varying ws-nbr-idx from 1 by 1
                   until ws-nbr-idx > ws-nbr-count
               move nb-stn-idx(ws-nbr-idx) to ws-nbr-stn-idx
               if bs-value-ok(ws-nbr-stn-idx, ws-elem-idx)
                   perform 510-write-neighbour-line
               end-if
           end-perform.

       510-write-neighbour-line.
           perform 410-adjust-neighbour-value.
           move bs-station-id(ws-nbr-stn-idx) to bnl-station-id.
           move ws-adj-value to bnl-value.
           move nb-distance-km(ws-nbr-idx) to bnl-distance.
           move bs-obs-time(ws-nbr-stn-idx) to bnl-obs-time.
           if ws-elem-idx < 3
              and bs-elevation-ft(ws-nbr-stn-idx)
                  not = bs-elevation-ft(ws-stn-idx)
               move "ADJ FOR ELEVATION" to bnl-note
           else
               move spaces to bnl-note
           end-if.
           write buddy-report-record from buddy-neighbour-line.

       700-write-totals.
           move spaces to buddy-report-record.
           write buddy-report-record.
           move "STATIONS CHECKED:" to btt-label.
           move ws-checked-count to btt-count.
           write buddy-report-record from buddy-total-line.
           move "STATIONS WITH SUSPECT SENSORS:" to btt-label.
           move ws-suspect-stn-count to btt-count.
           write buddy-report-record from buddy-total-line.
           move "SUSPECT ELEMENTS:" to btt-label.
           move ws-suspect-elem-count to btt-count.
           write buddy-report-record from buddy-total-line.
           move "TOO FEW NEIGHBOURS TO CHECK:" to btt-label.
           move ws-isolated-count to btt-count.
           write buddy-report-record from buddy-total-line.
           move "NO RECENT OBSERVATION:" to btt-label.
           move ws-stale-count to btt-count.
           write buddy-report-record from buddy-total-line.
           move "ACTIVE STATIONS WITHOUT COORDINATES:" to btt-label.
           move ws-no-coord-count to btt-count.
           write buddy-report-record from buddy-total-line.

       900-terminate.
           close buddy-report-file.
           display "Buddy check suspect stations: "
               ws-suspect-stn-count.

       end program buddy-check.
