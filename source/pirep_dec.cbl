       identification division.
       program-id. pirep-decode.

       environment division.
       input-output section.
       file-control.
           select pirep-input-file assign to "PIREPIN.DAT"
               organization is line sequential
               file status is ws-input-file-status.
           select history-file assign to "PIREPHST.DAT"
               organization is line sequential
               file status is ws-history-file-status.
           select exception-file assign to "PIREPEXC.DAT"
               organization is line sequential
               file status is ws-exception-file-status.
           select hazard-report-file assign to "PIREPHAZ.DAT"
               organization is line sequential.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select sort-file assign to "PIREPSRT".

       data division.
       file section.
       fd  pirep-input-file.
       01  pirep-input-record pic x(256).

       fd  history-file.
       01  history-record pic x(272).

       fd  exception-file.
       01  exception-record pic x(132).

       fd  hazard-report-file.
       01  hazard-report-record pic x(132).

       fd  station-master-file.
           copy stnmast.

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       sd  sort-file.
       01  sort-record.
           05 srt-station-id pic x(4).
           05 srt-obs-stamp pic x(12).
           05 srt-seq pic 9(7).
           05 srt-report-type pic x(3).
           05 srt-flight-level pic x(4).
           05 srt-aircraft-type pic x(4).
           05 srt-location pic x(16).
           05 srt-turb-level pic x(3).
           05 srt-turb-text pic x(24).
           05 srt-icing-level pic x(3).
           05 srt-icing-text pic x(24).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-stnmast-eof-flag pic x value "N".
           88 end-of-stnmast value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".

       01 ws-input-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.
       01 ws-exception-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.

       01 ws-pirep-valid-flag pic x value "Y".
           88 pirep-is-valid value "Y".
           88 pirep-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.

       01 pirep-string pic x(256).
       01 ws-pirep-length pic 9(3) value 256.
       01 ws-unstring-ptr pic 9(3) value 1.
       01 ws-element pic x(80) value spaces.
       01 ws-elem-code pic x(2) value spaces.
       01 ws-elem-value pic x(80) value spaces.
       01 ws-hdr-tok1 pic x(6) value spaces.
       01 ws-hdr-tok2 pic x(6) value spaces.
       01 ws-hdr-station pic x(4) value spaces.

       01 ws-seen-ov-flag pic x value "N".
           88 seen-location value "Y".
       01 ws-seen-tm-flag pic x value "N".
           88 seen-time value "Y".
       01 ws-seen-fl-flag pic x value "N".
           88 seen-flight-level value "Y".
       01 ws-seen-tp-flag pic x value "N".
           88 seen-aircraft-type value "Y".
       01 ws-seen-wx-flag pic x value "N".
           88 seen-weather-element value "Y".

       01 ws-loc-ident pic x(4) value spaces.
       01 ws-loc-rest pic x(12) value spaces.
       01 ws-loc-radial pic 9(3) value zero.
       01 ws-loc-distance pic 9(3) value zero.
       01 ws-loc-is-latlong-flag pic x value "N".
           88 location-is-latlong value "Y".
       01 ws-lookup-ident pic x(4) value spaces.
       01 ws-lon-text pic x(6) value spaces.
       01 ws-ll-degrees pic 9(3) value zero.
       01 ws-ll-minutes pic 9(2) value zero.
       01 ws-pos-known-flag pic x value "N".
           88 position-is-known value "Y".
       01 ws-pos-latitude pic s9(2)v9(4) value zero.
       01 ws-pos-longitude pic s9(3)v9(4) value zero.
       01 ws-radial-rad pic s9(2)v9(8) value zero.
       01 ws-lat-mid-rad pic s9(2)v9(8) value zero.
       01 ws-dlat-nm pic s9(5)v9(4) value zero.
       01 ws-dlon-deg pic s9(4)v9(4) value zero.
       01 ws-dlon-nm pic s9(5)v9(4) value zero.
       01 ws-distance-nm pic 9(5)v9 value zero.
       01 ws-best-distance-nm pic 9(5)v9 value zero.
       01 ws-ident-found-idx pic 9(4) value zero.
       01 ws-tie-limit-nm pic 9(3) value 100.
       01 ws-tie-limit-env pic x(3) value spaces.
       01 ws-tm-hhmm pic x(4) value spaces.
       01 ws-tm-hh pic 9(2) value zero.
       01 ws-tm-mm pic 9(2) value zero.

       01 ws-level-text pic x(24) value spaces.
       01 ws-level-result pic x(3) value spaces.
       01 ws-level-tally pic 9(3) value zero.

       01 ws-stn-count pic 9(4) value zero.
       01 ws-stn-max pic 9(4) value 1000.
       01 ws-stn-idx pic 9(4) value zero.
       01 ws-stn-found-idx pic 9(4) value zero.
       01 station-table.
           05 station-entry occurs 1000 times.
               10 stt-station-id pic x(4).
               10 stt-airport-name pic x(30).
               10 stt-coord-flag pic x.
                   88 stt-has-coordinates value "Y".
               10 stt-latitude pic s9(2)v9(4).
               10 stt-longitude pic s9(3)v9(4).

       01 ws-run-date-num pic 9(8) value zero.
       01 ws-obs-date-num pic 9(8) value zero.
       01 ws-run-hhmm pic 9(4) value zero.
       01 ws-run-stamp pic x(12) value spaces.

       01 ws-read-count pic 9(7) value zero.
       01 ws-history-count pic 9(7) value zero.
       01 ws-reject-count pic 9(7) value zero.
       01 ws-untied-count pic 9(7) value zero.
       01 ws-hazard-count pic 9(7) value zero.
       01 ws-urgent-count pic 9(7) value zero.
       01 ws-listed-count pic 9(7) value zero.
       01 ws-cur-station pic x(4) value spaces.

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
       01 ws-required-level pic 9 value 1.
           copy opermast.
           copy auditrec.

           copy pirep.

       01 exception-detail-line.
           05 exc-station-id pic x(9).
           05 exc-reason pic x(41).
           05 exc-raw-string pic x(80).

       01 hazard-title-line.
           05 filler pic x(36) value "PIREP HAZARD LISTING".
           05 filler pic x(10) value "RUN DATE: ".
           05 htl-date pic x(10).

       01 hazard-header-line.
           05 filler pic x(6) value "STN".
           05 filler pic x(14) value "OBS TIME".
           05 filler pic x(5) value "TYPE".
           05 filler pic x(6) value "FL".
           05 filler pic x(6) value "ACFT".
           05 filler pic x(18) value "LOCATION".
           05 filler pic x(29) value "TURBULENCE".
           05 filler pic x(29) value "ICING".

       01 hazard-station-line.
           05 filler pic x(8) value "STATION ".
           05 hsl-station-id pic x(6).
           05 hsl-airport-name pic x(30).

       01 hazard-detail-line.
           05 hdl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 hdl-obs-time pic x(12).
           05 filler pic x(2) value spaces.
           05 hdl-report-type pic x(3).
           05 filler pic x(2) value spaces.
           05 hdl-flight-level pic x(4).
           05 filler pic x(2) value spaces.
           05 hdl-aircraft-type pic x(4).
           05 filler pic x(2) value spaces.
           05 hdl-location pic x(16).
           05 filler pic x(2) value spaces.
           05 hdl-turb-level pic x(3).
           05 filler pic x(1) value space.
           05 hdl-turb-text pic x(24).
           05 filler pic x(1) value space.
           05 hdl-icing-level pic x(3).
           05 filler pic x(1) value space.
           05 hdl-icing-text pic x(24).

       01 hazard-total-line.
           05 htt-label pic x(30).
           05 htt-count pic zzzzzz9.

       procedure division.

       000-main.
           display "PIREP Decoding - batch run".
           perform 100-initialize.
           sort sort-file
               ascending key srt-station-id srt-obs-stamp srt-seq
               input procedure is 200-decode-all-pireps
               output procedure is 500-write-hazard-listing.
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
           move ws-run-hh to ws-run-hhmm(1:2).
           move ws-run-mn to ws-run-hhmm(3:2).
           move ws-run-date-num to ws-run-stamp(1:8).
           move ws-run-hhmm to ws-run-stamp(9:4).
           accept ws-tie-limit-env from environment "PIREP_TIE_NM".
           if ws-tie-limit-env not = spaces
               compute ws-tie-limit-nm =
                   function numval(ws-tie-limit-env)
           end-if.
           perform 130-load-station-table.
           open extend history-file.
           if ws-history-file-status = "35"
               open output history-file
           end-if.
           open extend exception-file.
           if ws-exception-file-status = "35"
               open output exception-file
           end-if.
           open output hazard-report-file.
           move ws-run-mm to htl-date(1:2).
           move "/" to htl-date(3:1).
           move ws-run-dd to htl-date(4:2).
           move "/" to htl-date(6:1).
           move ws-run-yyyy to htl-date(7:4).
           write hazard-report-record from hazard-title-line.
           move spaces to hazard-report-record.
           write hazard-report-record.
           write hazard-report-record from hazard-header-line.

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
                       " inactive or lacks permission - run refused"
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
           move "PIREP-DEC" to aud-station-id.
           move "RUN" to aud-outcome.
           move "PIREP decoding started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       130-load-station-table.
           move zero to ws-stn-count.
           open input station-master-file.
           if ws-stnmast-file-status not = "00"
               display "Station master unavailable, status "
                   ws-stnmast-file-status
                   " - reports will not be tied to stations"
               set end-of-stnmast to true
           end-if.
           perform until end-of-stnmast
               read station-master-file next record
                   at end set end-of-stnmast to true
                   not at end
                       if sm-station-active
                          and ws-stn-count < ws-stn-max
                           add 1 to ws-stn-count
                           move sm-station-id
                               to stt-station-id(ws-stn-count)
                           move sm-airport-name
                               to stt-airport-name(ws-stn-count)
                           move sm-coord-flag
                               to stt-coord-flag(ws-stn-count)
                           move sm-latitude
                               to stt-latitude(ws-stn-count)
                           move sm-longitude
                               to stt-longitude(ws-stn-count)
                       end-if
               end-read
           end-perform.
           if ws-stnmast-file-status = "00"
              or ws-stnmast-file-status = "10"
               close station-master-file
           end-if.

       200-decode-all-pireps.
           open input pirep-input-file.
           if ws-input-file-status not = "00"
               display "No PIREP input, status " ws-input-file-status
               set end-of-input to true
           end-if.
           perform 210-process-one-pirep until end-of-input.
           if ws-input-file-status = "00"
              or ws-input-file-status = "10"
               close pirep-input-file
           end-if.

       210-process-one-pirep.
           read pirep-input-file into pirep-string
               at end
                   set end-of-input to true
               not at end
                   if pirep-string not = spaces
                       add 1 to ws-read-count
                       perform 300-decode-pirep
                       if pirep-is-valid
                           perform 400-write-history-line
                       else
                           add 1 to ws-reject-count
                           perform 450-write-exception-line
                       end-if
                   end-if
           end-read.

       300-decode-pirep.
           set pirep-is-valid to true.
           move spaces to ws-reject-reason.
           move spaces to pirep-history-line.
           move "N" to ws-seen-ov-flag ws-seen-tm-flag.
           move "N" to ws-seen-fl-flag ws-seen-tp-flag.
           move "N" to ws-seen-wx-flag ws-loc-is-latlong-flag.
           move "N" to ws-pos-known-flag.
           move spaces to ws-loc-ident ws-hdr-station.
           move spaces to ws-hdr-tok1 ws-hdr-tok2.
           move zero to ws-loc-radial ws-loc-distance.
           move spaces to ph-turb-level ph-icing-level.
           move 1 to ws-unstring-ptr.
           move spaces to ws-element.
           unstring pirep-string delimited by "/"
               into ws-element
               with pointer ws-unstring-ptr
           end-unstring.
           perform 305-decode-header.
           perform until ws-unstring-ptr > ws-pirep-length
                   or pirep-is-invalid
               move spaces to ws-element
               unstring pirep-string delimited by "/"
                   into ws-element
                   with pointer ws-unstring-ptr
               end-unstring
               if ws-element not = spaces
                   perform 310-decode-one-element
               end-if
           end-perform.
           if pirep-is-valid
               perform 350-check-mandatory-elements
           end-if.
           if pirep-is-valid
               perform 360-tie-to-station
               perform 370-set-hazard-flag
           end-if.

       305-decode-header.
           unstring ws-element delimited by all space
               into ws-hdr-tok1 ws-hdr-tok2
           end-unstring.
           if ws-hdr-tok1 = spaces
               unstring function trim(ws-element leading)
                   delimited by all space
                   into ws-hdr-tok1 ws-hdr-tok2
               end-unstring
           end-if.
           if ws-hdr-tok1 = "UA" or ws-hdr-tok1 = "UUA"
               move ws-hdr-tok1 to ph-report-type
           else
               move ws-hdr-tok1 to ws-hdr-station
               move ws-hdr-tok2 to ph-report-type
           end-if.
           if ph-report-type not = "UA" and ph-report-type not = "UUA"
               set pirep-is-invalid to true
               move "Report type not UA or UUA" to ws-reject-reason
           end-if.

       310-decode-one-element.
           move ws-element(1:2) to ws-elem-code.
           move function trim(ws-element(3:78) leading)
               to ws-elem-value.
           evaluate ws-elem-code
               when "OV"
                   perform 320-decode-location
               when "TM"
                   perform 330-decode-time
               when "FL"
                   perform 335-decode-flight-level
               when "TP"
                   set seen-aircraft-type to true
                   move ws-elem-value to ph-aircraft-type
               when "SK"
                   set seen-weather-element to true
                   move ws-elem-value to ph-sky
               when "TA"
                   set seen-weather-element to true
                   move ws-elem-value to ph-air-temp
               when "WX"
                   set seen-weather-element to true
               when "WV"
                   set seen-weather-element to true
               when "TB"
                   set seen-weather-element to true
                   move ws-elem-value to ph-turb-text
                   perform 340-grade-turbulence
               when "IC"
                   set seen-weather-element to true
                   move ws-elem-value to ph-icing-text
                   perform 345-grade-icing
               when "RM"
                   move ws-pirep-length to ws-unstring-ptr
                   add 1 to ws-unstring-ptr
               when other
                   set pirep-is-invalid to true
                   string "Unknown element /" ws-elem-code
                       delimited by size
                       into ws-reject-reason
                   end-string
           end-evaluate.

       320-decode-location.
           set seen-location to true.
           move ws-elem-value to ph-location.
           if ws-elem-value(1:4) is numeric
              and (ws-elem-value(5:1) = "N"
                   or ws-elem-value(5:1) = "S")
               set location-is-latlong to true
               perform 325-decode-latlong
           else
               if ws-elem-value(1:3) is alphabetic
                  and ws-elem-value(1:3) not = spaces
                   if ws-elem-value(4:1) is alphabetic
                      and ws-elem-value(4:1) not = space
                       move ws-elem-value(1:4) to ws-loc-ident
                       move ws-elem-value(5:12) to ws-loc-rest
                   else
                       move ws-elem-value(1:3) to ws-loc-ident
                       move ws-elem-value(4:12) to ws-loc-rest
                   end-if
                   if ws-loc-rest(1:1) = space
                       move ws-loc-rest(2:11) to ws-loc-rest
                   end-if
                   if ws-loc-rest(1:6) is numeric
                       move ws-loc-rest(1:3) to ws-loc-radial
                       move ws-loc-rest(4:3) to ws-loc-distance
                   end-if
               else
                   set pirep-is-invalid to true
                   move "Location not station, fix or lat/long"
                       to ws-reject-reason
               end-if
           end-if.

       325-decode-latlong.
           if ws-elem-value(6:1) = space
               move ws-elem-value(7:6) to ws-lon-text
           else
               move ws-elem-value(6:6) to ws-lon-text
           end-if.
           if ws-lon-text(1:5) is not numeric
              or (ws-lon-text(6:1) not = "E"
                  and ws-lon-text(6:1) not = "W")
              or ws-elem-value(1:2) > "90"
              or ws-elem-value(3:2) > "59"
              or ws-lon-text(1:3) > "180"
              or ws-lon-text(4:2) > "59"
               set pirep-is-invalid to true
               move "Lat/long not ddmmN dddmmW" to ws-reject-reason
           else
               move ws-elem-value(1:2) to ws-ll-degrees
               move ws-elem-value(3:2) to ws-ll-minutes
               compute ws-pos-latitude rounded =
                   ws-ll-degrees + ws-ll-minutes / 60
               if ws-elem-value(5:1) = "S"
                   compute ws-pos-latitude = zero - ws-pos-latitude
               end-if
               move ws-lon-text(1:3) to ws-ll-degrees
               move ws-lon-text(4:2) to ws-ll-minutes
               compute ws-pos-longitude rounded =
                   ws-ll-degrees + ws-ll-minutes / 60
               if ws-lon-text(6:1) = "W"
                   compute ws-pos-longitude = zero - ws-pos-longitude
               end-if
               set position-is-known to true
           end-if.

       330-decode-time.
           set seen-time to true.
           move ws-elem-value(1:4) to ws-tm-hhmm.
           if ws-tm-hhmm is not numeric
               set pirep-is-invalid to true
               move "Time not hhmm" to ws-reject-reason
           else
               move ws-tm-hhmm(1:2) to ws-tm-hh
               move ws-tm-hhmm(3:2) to ws-tm-mm
               if ws-tm-hh > 23 or ws-tm-mm > 59
                   set pirep-is-invalid to true
                   move "Time not hhmm" to ws-reject-reason
               else
                   move ws-run-date-num to ws-obs-date-num
                   if ws-tm-hhmm > ws-run-hhmm
                       compute ws-obs-date-num =
                           function date-of-integer(
                               function integer-of-date(
                                   ws-run-date-num) - 1)
                   end-if
                   move ws-obs-date-num to ph-obs-stamp(1:8)
                   move ws-tm-hhmm to ph-obs-stamp(9:4)
               end-if
           end-if.

       335-decode-flight-level.
           set seen-flight-level to true.
           if ws-elem-value(1:3) is numeric
               move ws-elem-value(1:3) to ph-flight-level
           else
               if ws-elem-value(1:4) = "UNKN" or "DURD" or "DURC"
                   move ws-elem-value(1:4) to ph-flight-level
               else
                   set pirep-is-invalid to true
                   move "Flight level not 3 digits" to ws-reject-reason
               end-if
           end-if.

       340-grade-turbulence.
           move ws-elem-value(1:24) to ws-level-text.
           perform 348-find-worst-level.
           move ws-level-result to ph-turb-level.

       345-grade-icing.
           move ws-elem-value(1:24) to ws-level-text.
           perform 348-find-worst-level.
           move ws-level-result to ph-icing-level.

       348-find-worst-level.
           move spaces to ws-level-result.
           move zero to ws-level-tally.
           inspect ws-level-text tallying ws-level-tally
               for all "EXT".
           if ws-level-tally > 0
               move "EXT" to ws-level-result
           end-if.
           if ws-level-result = spaces
               inspect ws-level-text tallying ws-level-tally
                   for all "SEV"
               if ws-level-tally > 0
                   move "SEV" to ws-level-result
               end-if
           end-if.
           if ws-level-result = spaces
               inspect ws-level-text tallying ws-level-tally
                   for all "MOD"
               if ws-level-tally > 0
                   move "MOD" to ws-level-result
               end-if
           end-if.
           if ws-level-result = spaces
               inspect ws-level-text tallying ws-level-tally
                   for all "LGT"
               if ws-level-tally > 0
                   move "LGT" to ws-level-result
               end-if
           end-if.
           if ws-level-result = spaces
               inspect ws-level-text tallying ws-level-tally
                   for all "TR"
               if ws-level-tally > 0
                   move "TRC" to ws-level-result
               end-if
           end-if.
           if ws-level-result = spaces
               move "NEG" to ws-level-result
           end-if.

       350-check-mandatory-elements.
           evaluate true
               when not seen-location
                   set pirep-is-invalid to true
                   move "Missing /OV location" to ws-reject-reason
               when not seen-time
                   set pirep-is-invalid to true
                   move "Missing /TM time" to ws-reject-reason
               when not seen-flight-level
                   set pirep-is-invalid to true
                   move "Missing /FL flight level" to ws-reject-reason
               when not seen-aircraft-type
                   set pirep-is-invalid to true
                   move "Missing /TP aircraft type" to ws-reject-reason
               when not seen-weather-element
                   set pirep-is-invalid to true
                   move "No weather element reported"
                       to ws-reject-reason
           end-evaluate.

       360-tie-to-station.
           move zero to ws-stn-found-idx.
           if location-is-latlong
               if position-is-known
                   perform 368-find-nearest-station
               end-if
           else
               if ws-loc-ident not = spaces
                   move ws-loc-ident to ws-lookup-ident
                   perform 365-lookup-ident
                   if ws-stn-found-idx > zero
                      and ws-loc-distance > zero
                      and stt-has-coordinates(ws-stn-found-idx)
                       perform 366-project-radial-distance
                   end-if
               end-if
           end-if.
           if ws-stn-found-idx = zero and ws-hdr-station not = spaces
               move ws-hdr-station to ws-lookup-ident
               perform 365-lookup-ident
           end-if.
           if ws-stn-found-idx > zero
               move stt-station-id(ws-stn-found-idx) to ph-station-id
           else
               move spaces to ph-station-id
               add 1 to ws-untied-count
               move "Location not tied to a station"
                   to ws-reject-reason
               perform 450-write-exception-line
               move spaces to ws-reject-reason
           end-if.

       365-lookup-ident.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
                      or ws-stn-found-idx > zero
               if ws-lookup-ident(4:1) = space
                   if stt-station-id(ws-stn-idx)(2:3)
                      = ws-lookup-ident(1:3)
                       move ws-stn-idx to ws-stn-found-idx
                   end-if
               else
                   if stt-station-id(ws-stn-idx) = ws-lookup-ident
                       move ws-stn-idx to ws-stn-found-idx
                   end-if
               end-if
           end-perform.

       366-project-radial-distance.
           move ws-stn-found-idx to ws-ident-found-idx.
           compute ws-radial-rad rounded =
               ws-loc-radial * 3.14159265 / 180.
           compute ws-pos-latitude rounded =
               stt-latitude(ws-ident-found-idx)
               + ws-loc-distance * function cos(ws-radial-rad) / 60.
           compute ws-lat-mid-rad rounded =
               stt-latitude(ws-ident-found-idx) * 3.14159265 / 180.
           compute ws-pos-longitude rounded =
               stt-longitude(ws-ident-found-idx)
               + ws-loc-distance * function sin(ws-radial-rad)
                 / (60 * function cos(ws-lat-mid-rad)).
           set position-is-known to true.
           perform 368-find-nearest-station.
           if ws-stn-found-idx = zero
               move ws-ident-found-idx to ws-stn-found-idx
           end-if.

       368-find-nearest-station.
           move zero to ws-stn-found-idx.
           move ws-tie-limit-nm to ws-best-distance-nm.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if stt-has-coordinates(ws-stn-idx)
                   perform 369-distance-to-station
                   if ws-distance-nm <= ws-best-distance-nm
                       move ws-distance-nm to ws-best-distance-nm
                       move ws-stn-idx to ws-stn-found-idx
                   end-if
               end-if
           end-perform.

       369-distance-to-station.
           compute ws-dlat-nm =
               (stt-latitude(ws-stn-idx) - ws-pos-latitude) * 60.
           compute ws-dlon-deg =
               stt-longitude(ws-stn-idx) - ws-pos-longitude.
           if ws-dlon-deg > 180
               subtract 360 from ws-dlon-deg
           end-if.
           if ws-dlon-deg < -180
               add 360 to ws-dlon-deg
           end-if.
           compute ws-lat-mid-rad rounded =
               (stt-latitude(ws-stn-idx) + ws-pos-latitude)
               / 2 * 3.14159265 / 180.
           compute ws-dlon-nm rounded =
               ws-dlon-deg * 60 * function cos(ws-lat-mid-rad).
           compute ws-distance-nm rounded =
               function sqrt(ws-dlat-nm * ws-dlat-nm
                             + ws-dlon-nm * ws-dlon-nm)
               on size error move 99999 to ws-distance-nm
           end-compute.

       370-set-hazard-flag.
           move "N" to ph-hazard-flag.
           if ph-is-urgent
              or ph-turb-level = "MOD" or "SEV" or "EXT"
              or ph-icing-level = "MOD" or "SEV" or "EXT"
               move "Y" to ph-hazard-flag
           end-if.

       400-write-history-line.
           move ws-run-stamp to ph-received-stamp.
           move pirep-string(1:120) to ph-raw-string.
           write history-record from pirep-history-line.
           add 1 to ws-history-count.
           if ph-is-urgent
               add 1 to ws-urgent-count
           end-if.
           if ph-is-hazard
               add 1 to ws-hazard-count
               move ph-station-id to srt-station-id
               move ph-obs-stamp to srt-obs-stamp
               move ws-hazard-count to srt-seq
               move ph-report-type to srt-report-type
               move ph-flight-level to srt-flight-level
               move ph-aircraft-type to srt-aircraft-type
               move ph-location to srt-location
               move ph-turb-level to srt-turb-level
               move ph-turb-text to srt-turb-text
               move ph-icing-level to srt-icing-level
               move ph-icing-text to srt-icing-text
               release sort-record
           end-if.

       450-write-exception-line.
           if ph-station-id not = spaces
               move ph-station-id to exc-station-id
           else
               move ws-hdr-station to exc-station-id
           end-if.
           move ws-reject-reason to exc-reason.
           move pirep-string(1:80) to exc-raw-string.
           write exception-record from exception-detail-line.

       500-write-hazard-listing.
           move "N" to ws-sort-eof-flag.
           move high-values to ws-cur-station.
           perform 510-return-one-hazard until end-of-sort.

       510-return-one-hazard.
           return sort-file
               at end
                   set end-of-sort to true
               not at end
                   perform 520-write-one-hazard
           end-return.

       520-write-one-hazard.
           if srt-station-id not = ws-cur-station
               move srt-station-id to ws-cur-station
               perform 530-write-station-line
           end-if.
           move srt-station-id to hdl-station-id.
           move srt-obs-stamp to hdl-obs-time.
           move srt-report-type to hdl-report-type.
           move srt-flight-level to hdl-flight-level.
           move srt-aircraft-type to hdl-aircraft-type.
           move srt-location to hdl-location.
           move srt-turb-level to hdl-turb-level.
           move srt-turb-text to hdl-turb-text.
           move srt-icing-level to hdl-icing-level.
           move srt-icing-text to hdl-icing-text.
           write hazard-report-record from hazard-detail-line.
           add 1 to ws-listed-count.

       530-write-station-line.
           move spaces to hazard-report-record.
           write hazard-report-record.
           if srt-station-id = spaces
               move "NONE" to hsl-station-id
               move "NOT TIED TO A STATION" to hsl-airport-name
           else
               move srt-station-id to hsl-station-id
               move spaces to hsl-airport-name
               perform varying ws-stn-idx from 1 by 1
                       until ws-stn-idx > ws-stn-count
                   if stt-station-id(ws-stn-idx) = srt-station-id
                       move stt-airport-name(ws-stn-idx)
                           to hsl-airport-name
                   end-if
               end-perform
           end-if.
           write hazard-report-record from hazard-station-line.

       700-write-totals.
           move spaces to hazard-report-record.
           write hazard-report-record.
           move "PIREPS READ:" to htt-label.
           move ws-read-count to htt-count.
           write hazard-report-record from hazard-total-line.
           move "WRITTEN TO PIREPHST:" to htt-label.
           move ws-history-count to htt-count.
           write hazard-report-record from hazard-total-line.
           move "  OF WHICH URGENT (UUA):" to htt-label.
           move ws-urgent-count to htt-count.
           write hazard-report-record from hazard-total-line.
           move "  NOT TIED TO A STATION:" to htt-label.
           move ws-untied-count to htt-count.
           write hazard-report-record from hazard-total-line.
           move "HAZARDS LISTED:" to htt-label.
           move ws-listed-count to htt-count.
           write hazard-report-record from hazard-total-line.
           move "REJECTED TO PIREPEXC:" to htt-label.
           move ws-reject-count to htt-count.
           write hazard-report-record from hazard-total-line.

       900-terminate.
           close history-file.
           close exception-file.
           close hazard-report-file.

       end program pirep-decode.
