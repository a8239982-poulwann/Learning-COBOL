       identification division.
       program-id. sig-impact.

       environment division.
       input-output section.
       file-control.
           select advisory-master-file assign to "ADVMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is av-key
               file status is ws-advmast-file-status.
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
           select impact-report-file assign to "SIGIMPCT.DAT"
               organization is line sequential.

       data division.
       file section.
       fd  advisory-master-file.
           copy advmast.

       fd  station-master-file.
           copy stnmast.

       fd  current-conditions-file.
           copy currcond.

       fd  impact-report-file.
       01  impact-report-record pic x(150).

       working-storage section.
       01 ws-advmast-eof-flag pic x value "N".
           88 end-of-advmast value "Y".
       01 ws-stnmast-eof-flag pic x value "N".
           88 end-of-stnmast value "Y".

       01 ws-advmast-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-currcond-file-status pic x(2) value spaces.
       01 ws-currcond-available-flag pic x value "Y".
           88 currcond-is-available value "Y".

       01 ws-run-stamp pic x(12) value spaces.

       01 ws-adv-count pic 9(3) value zero.
       01 ws-adv-max pic 9(3) value 200.
       01 ws-adv-idx pic 9(3) value zero.
       01 active-advisory-table.
           05 active-advisory-entry occurs 200 times.
               10 aa-fir pic x(4).
               10 aa-type pic x.
               10 aa-sequence pic x(4).
               10 aa-valid-start pic x(6).
               10 aa-valid-end pic x(6).
               10 aa-in-force-flag pic x.
               10 aa-phenomenon pic x(24).
               10 aa-hazard-class pic x(4).
               10 aa-station-count pic 9(4).

       01 ws-station-hit-count pic 9(5) value zero.
       01 ws-station-line-count pic 9(5) value zero.
       01 ws-station-flagged-flag pic x value "N".
           88 station-was-flagged value "Y".

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 filler pic x(9).

       01 impact-title-line.
           05 filler pic x(36) value "STATIONS UNDER ACTIVE ADVISORIES".
           05 filler pic x(10) value "RUN DATE: ".
           05 itl-date pic x(10).
           05 filler pic x(2) value spaces.
           05 itl-time pic x(5).

       01 impact-header-line.
           05 filler pic x(6) value "STN".
           05 filler pic x(24) value "AIRPORT".
           05 filler pic x(6) value "FIR".
           05 filler pic x(8) value "TYPE".
           05 filler pic x(6) value "SEQ".
           05 filler pic x(15) value "VALID".
           05 filler pic x(10) value "STATUS".
           05 filler pic x(26) value "PHENOMENON".
           05 filler pic x(8) value "OBS".
           05 filler pic x(6) value "CAT".
           05 filler pic x(30) value "CURRENT SIG WX".

       01 impact-detail-line.
           05 idl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 idl-airport-name pic x(22).
           05 filler pic x(2) value spaces.
           05 idl-fir pic x(4).
           05 filler pic x(2) value spaces.
           05 idl-type pic x(6).
           05 filler pic x(2) value spaces.
           05 idl-sequence pic x(4).
           05 filler pic x(2) value spaces.
           05 idl-valid-start pic x(6).
           05 filler pic x(1) value "/".
           05 idl-valid-end pic x(6).
           05 filler pic x(2) value spaces.
           05 idl-status pic x(8).
           05 filler pic x(2) value spaces.
           05 idl-phenomenon pic x(24).
           05 filler pic x(2) value spaces.
           05 idl-obs-time pic x(6).
           05 filler pic x(2) value spaces.
           05 idl-category pic x(4).
           05 filler pic x(2) value spaces.
           05 idl-sigwx pic x(30).

       01 impact-summary-line.
           05 filler pic x(2) value spaces.
           05 isl-fir pic x(4).
           05 filler pic x(2) value spaces.
           05 isl-type pic x(6).
           05 filler pic x(2) value spaces.
           05 isl-sequence pic x(4).
           05 filler pic x(2) value spaces.
           05 isl-phenomenon pic x(24).
           05 filler pic x(2) value spaces.
           05 isl-count pic zzz9.
           05 filler pic x(9) value " STATIONS".

       01 impact-total-line.
           05 itt-label pic x(30).
           05 itt-count pic zzzz9.

       01 impact-section-line.
           05 isc-text pic x(60).

       procedure division.

       000-main.
           display "SIGMET/AIRMET Station Impact - batch run".
           perform 100-initialize.
           perform 200-load-active-advisories.
           perform 300-scan-stations.
           perform 600-write-summary.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           move ws-run-yyyy to ws-run-stamp(1:4).
           move ws-run-mm to ws-run-stamp(5:2).
           move ws-run-dd to ws-run-stamp(7:2).
           move ws-run-hh to ws-run-stamp(9:2).
           move ws-run-mn to ws-run-stamp(11:2).
           open input current-conditions-file.
           move "Y" to ws-currcond-available-flag.
           if ws-currcond-file-status not = "00"
               move "N" to ws-currcond-available-flag
               display "Current conditions file unavailable, status "
                   ws-currcond-file-status
           end-if.
           open output impact-report-file.
           move ws-run-mm to itl-date(1:2).
           move "/" to itl-date(3:1).
           move ws-run-dd to itl-date(4:2).
           move "/" to itl-date(6:1).
           move ws-run-yyyy to itl-date(7:4).
           move ws-run-hh to itl-time(1:2).
           move ws-run-mn to itl-time(3:2).
           move "Z" to itl-time(5:1).
           write impact-report-record from impact-title-line.
           move spaces to impact-report-record.
           write impact-report-record.
           write impact-report-record from impact-header-line.

       200-load-active-advisories.
           move zero to ws-adv-count.
           open input advisory-master-file.
           if ws-advmast-file-status not = "00"
               display "Advisory master unavailable, status "
                   ws-advmast-file-status
               set end-of-advmast to true
           end-if.
           perform until end-of-advmast
               read advisory-master-file next record
                   at end set end-of-advmast to true
                   not at end
                       if av-is-active
                          and av-end-stamp > ws-run-stamp
                           perform 210-store-one-advisory
                       end-if
               end-read
           end-perform.
           if ws-advmast-file-status = "00"
              or ws-advmast-file-status = "10"
               close advisory-master-file
           end-if.

       210-store-one-advisory.
           if ws-adv-count < ws-adv-max
               add 1 to ws-adv-count
               move av-fir to aa-fir(ws-adv-count)
               move av-type to aa-type(ws-adv-count)
               move av-sequence to aa-sequence(ws-adv-count)
               move av-valid-start to aa-valid-start(ws-adv-count)
               move av-valid-end to aa-valid-end(ws-adv-count)
               move av-phenomenon to aa-phenomenon(ws-adv-count)
               move av-hazard-class to aa-hazard-class(ws-adv-count)
               move zero to aa-station-count(ws-adv-count)
               if av-start-stamp > ws-run-stamp
                   move "N" to aa-in-force-flag(ws-adv-count)
               else
                   move "Y" to aa-in-force-flag(ws-adv-count)
               end-if
           else
               display "Active advisory table full - "
                   av-fir " " av-sequence " not checked"
           end-if.

       300-scan-stations.
           open input station-master-file.
           if ws-stnmast-file-status not = "00"
               display "Station master unavailable, status "
                   ws-stnmast-file-status
               set end-of-stnmast to true
           end-if.
           perform until end-of-stnmast
               read station-master-file next record
                   at end set end-of-stnmast to true
                   not at end
                       if sm-station-active
                          and sm-region-code not = spaces
                           perform 310-check-one-station
                       end-if
               end-read
           end-perform.
           if ws-stnmast-file-status = "00"
              or ws-stnmast-file-status = "10"
               close station-master-file
           end-if.

       310-check-one-station.
           move "N" to ws-station-flagged-flag.
           perform varying ws-adv-idx from 1 by 1
                   until ws-adv-idx > ws-adv-count
               if aa-fir(ws-adv-idx) = sm-region-code
                   if not station-was-flagged
                       perform 320-get-current-conditions
                       set station-was-flagged to true
                       add 1 to ws-station-hit-count
                   end-if
                   perform 330-write-impact-line
               end-if
           end-perform.

       320-get-current-conditions.
           move spaces to idl-obs-time idl-category idl-sigwx.
           if currcond-is-available
               move sm-station-id to cc-station-id
               read current-conditions-file
                   invalid key
                       move "NO CURRENT OBSERVATION" to idl-sigwx
                   not invalid key
                       move cc-obs-stamp(7:6) to idl-obs-time
                       move cc-flight-category to idl-category
                       if cc-has-sigwx
                           move cc-sigwx-reason to idl-sigwx
                       end-if
               end-read
           end-if.

       330-write-impact-line.
           add 1 to aa-station-count(ws-adv-idx).
           add 1 to ws-station-line-count.
           move sm-station-id to idl-station-id.
           move sm-airport-name to idl-airport-name.
           move aa-fir(ws-adv-idx) to idl-fir.
           if aa-type(ws-adv-idx) = "S"
               move "SIGMET" to idl-type
           else
               move "AIRMET" to idl-type
           end-if.
           move aa-sequence(ws-adv-idx) to idl-sequence.
           move aa-valid-start(ws-adv-idx) to idl-valid-start.
           move aa-valid-end(ws-adv-idx) to idl-valid-end.
           if aa-in-force-flag(ws-adv-idx) = "Y"
               move "IN FORCE" to idl-status
           else
               move "PENDING" to idl-status
           end-if.
           move aa-phenomenon(ws-adv-idx) to idl-phenomenon.
           write impact-report-record from impact-detail-line.

       600-write-summary.
           move spaces to impact-report-record.
           write impact-report-record.
           move "ACTIVE ADVISORIES AND STATIONS AFFECTED" to isc-text.
           write impact-report-record from impact-section-line.
           perform varying ws-adv-idx from 1 by 1
                   until ws-adv-idx > ws-adv-count
               move aa-fir(ws-adv-idx) to isl-fir
               if aa-type(ws-adv-idx) = "S"
                   move "SIGMET" to isl-type
               else
                   move "AIRMET" to isl-type
               end-if
               move aa-sequence(ws-adv-idx) to isl-sequence
               move aa-phenomenon(ws-adv-idx) to isl-phenomenon
               move aa-station-count(ws-adv-idx) to isl-count
               write impact-report-record from impact-summary-line
           end-perform.
           move spaces to impact-report-record.
           write impact-report-record.
           move "ACTIVE ADVISORIES:" to itt-label.
           move ws-adv-count to itt-count.
           write impact-report-record from impact-total-line.
           move "STATIONS AFFECTED:" to itt-label.
           move ws-station-hit-count to itt-count.
           write impact-report-record from impact-total-line.
           move "STATION/ADVISORY LINES:" to itt-label.
           move ws-station-line-count to itt-count.
           write impact-report-record from impact-total-line.

       900-terminate.
           if currcond-is-available
               close current-conditions-file
           end-if.
           close impact-report-file.
           display "Stations under active advisories: "
               ws-station-hit-count.

       end program sig-impact.
