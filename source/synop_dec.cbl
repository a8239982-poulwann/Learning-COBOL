       identification division.
       program-id. synop-decode.

       environment division.
       input-output section.
       file-control.
           select synop-input-file assign to "SYNOPIN.DAT"
               organization is line sequential
               file status is ws-input-file-status.
           select exception-file assign to "SYNOPEXC.DAT"
               organization is line sequential
               file status is ws-exception-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select archive-file assign to "ARCHIVE.DAT"
               organization is line sequential
               file status is ws-archive-file-status.
           select decode-log-file assign to "SYNOPLOG.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  synop-input-file.
       01  synop-input-record pic x(256).

       fd  exception-file.
       01  exception-record pic x(132).

       fd  station-master-file.
           copy stnmast.

       fd  archive-file.
       01  archive-record pic x(124).

       fd  decode-log-file.
       01  decode-log-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

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
       01 ws-stnmast-eof-flag pic x value "N".
           88 end-of-stnmast value "Y".

       01 ws-input-file-status pic x(2) value spaces.
       01 ws-exception-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-archive-file-status pic x(2) value spaces.

       01 ws-synop-valid-flag pic x value "Y".
           88 synop-is-valid value "Y".
           88 synop-is-invalid value "N".
       01 ws-reject-reason pic x(40) value spaces.

       01 synop-string pic x(256).
       01 ws-synop-length pic 9(3) value 256.
       01 ws-unstring-ptr pic 9(3) value 1.
       01 ws-token-count pic 9(2) value zero.
       01 ws-tok-idx pic 9(2) value zero.
       01 ws-tokens occurs 40 times pic x(20).

       01 ws-header-flag pic x value "N".
           88 header-is-set value "Y".
       01 ws-hdr-day pic 9(2) value zero.
       01 ws-hdr-hour pic 9(2) value zero.
       01 ws-hdr-wind-ind pic x value space.
           88 wind-in-mps value "0" "1".
           88 wind-in-knots value "3" "4".

       01 ws-group pic x(5) value spaces.
       01 ws-group-test pic x(5) value spaces.
       01 ws-group-ok-flag pic x value "Y".
           88 group-is-ok value "Y".
       01 ws-section-end-flag pic x value "N".
           88 end-of-section-1 value "Y".

       01 ws-wmo-index pic x(5) value spaces.
       01 ws-station-id pic x(4) value spaces.
       01 ws-station-elev pic s9(5) value zero.
       01 ws-wmo-count pic 9(4) value zero.
       01 ws-wmo-max pic 9(4) value 1000.
       01 ws-wmo-idx pic 9(4) value zero.
       01 ws-wmo-found-idx pic 9(4) value zero.
       01 wmo-station-table.
           05 wmo-station-entry occurs 1000 times.
               10 wst-wmo-index pic x(5).
               10 wst-station-id pic x(4).
               10 wst-elevation pic s9(5).
               10 wst-active-flag pic x.

       01 ws-vis-code pic 9(2) value zero.
       01 ws-vis-meters pic 9(5) value zero.
       01 ws-vis-text pic x(6) value spaces.
       01 ws-height-code pic x value space.
       01 ws-height-digit pic 9 value zero.
       01 ws-cloud-total pic x value space.
       01 ws-cloud-low-amount pic x value space.

       01 ws-wind-dir pic 9(3) value zero.
       01 ws-wind-tens pic 9(2) value zero.
       01 ws-wind-ff pic 9(3) value zero.
       01 ws-wind-kt pic 9(3) value zero.
       01 ws-wind-kmh pic 9(3)v9 value zero.
       01 ws-wind-pow pic s9(2)v9(4) value zero.

       01 ws-temp-ok-flag pic x value "N".
           88 temp-value-ok value "Y".
       01 ws-dewpt-ok-flag pic x value "N".
           88 dewpt-value-ok value "Y".
       01 ws-rh-given-flag pic x value "N".
           88 rh-was-reported value "Y".
       01 ws-temp-sign pic x value "+".
       01 ws-temp-tenths pic 9(3) value zero.
       01 ws-temp-whole pic 9(3) value zero.
       01 ws-dewpt-sign pic x value "+".
       01 ws-dewpt-tenths pic 9(3) value zero.
       01 ws-dewpt-whole pic 9(3) value zero.
       01 ws-temp-c pic s9(3)v9 value zero.
       01 ws-dewpt-c pic s9(3)v9 value zero.

       01 ws-rh-valid-flag pic x value "N".
           88 rh-is-valid value "Y".
       01 ws-rh-exponent pic s9(2)v9(6) value zero.
       01 ws-rh-work pic s9(3)v9(4) value zero.
       01 ws-rel-humidity pic 9(3) value zero.
       01 ws-apparent-work pic s9(3)v9(2) value zero.
       01 ws-apparent-type pic x value space.
       01 ws-apparent-sign pic x value "+".
       01 ws-apparent-temp pic 9(3) value zero.
       01 ws-pressure-alt pic s9(6) value zero.
       01 ws-isa-temp pic s9(3)v9(2) value zero.
       01 ws-density-work pic s9(6)v9(2) value zero.
       01 ws-density-alt-sign pic x value "+".
       01 ws-density-alt pic 9(6) value zero.

       01 ws-pressure-raw pic 9(4) value zero.
       01 ws-stn-pressure pic 9(4)v9 value zero.
       01 ws-slp-hpa pic 9(4)v9 value zero.
       01 ws-altimeter-hpa pic 9(4) value zero.
       01 ws-precip-raw pic 9(3) value zero.
       01 ws-precip-mm pic 9(3)v9 value zero.
       01 ws-precip-in pic 9(2)v99 value zero.
       01 ws-ww-code pic 9(2) value zero.
       01 ws-weather pic x(7) value spaces.

       01 ws-ceiling-ft pic 9(5) value zero.
       01 ws-flight-category pic x(4) value spaces.

       01 present-weather-values.
           05 filler pic x(35)
               value "                            FU     ".
           05 filler pic x(35)
               value "HZ     HZ     DU     PO     VCDS   ".
           05 filler pic x(35)
               value "BR     MIFG   MIFG          VCSH   ".
           05 filler pic x(35)
               value "VCSH   VCSH   TS     SQ     FC     ".
           05 filler pic x(35)
               value "REDZ   RERA   RESN   RERASN REFZRA ".
           05 filler pic x(35)
               value "RESHRA RESHSN REGR   REFG   RETS   ".
           05 filler pic x(35)
               value "DS     DS     DS     +DS    +DS    ".
           05 filler pic x(35)
               value "+DS    DRSN   DRSN   BLSN   +BLSN  ".
           05 filler pic x(35)
               value "VCFG   BCFG   FG     FG     FG     ".
           05 filler pic x(35)
               value "FG     FG     FG     FZFG   FZFG   ".
           05 filler pic x(35)
               value "-DZ    -DZ    DZ     DZ     +DZ    ".
           05 filler pic x(35)
               value "+DZ    -FZDZ  FZDZ   -DZRA  DZRA   ".
           05 filler pic x(35)
               value "-RA    -RA    RA     RA     +RA    ".
           05 filler pic x(35)
               value "+RA    -FZRA  FZRA   -RASN  RASN   ".
           05 filler pic x(35)
               value "-SN    -SN    SN     SN     +SN    ".
           05 filler pic x(35)
               value "+SN    IC     SG     SN     PL     ".
           05 filler pic x(35)
               value "-SHRA  SHRA   +SHRA  -SHRASNSHRASN ".
           05 filler pic x(35)
               value "-SHSN  SHSN   -SHGS  SHGS   -SHGR  ".
           05 filler pic x(35)
               value "SHGR   -RA    RA     -SN    SN     ".
           05 filler pic x(35)
               value "TSRA   TSGR   +TSRA  TSDS   +TSGR  ".
       01 present-weather-table redefines present-weather-values.
           05 pw-text occurs 100 times pic x(7).

       01 cloud-height-values.
           05 filler pic x(25) value "0000000150003000060001000".
           05 filler pic x(25) value "0200003300050000660008200".
       01 cloud-height-table redefines cloud-height-values.
           05 ch-feet occurs 10 times pic 9(5).

       01 ws-obs-stamp.
           05 ws-obs-stamp-year pic 9(4).
           05 ws-obs-stamp-month pic 9(2).
           05 ws-obs-stamp-day pic 9(2).
           05 ws-obs-stamp-hour pic 9(2).
           05 ws-obs-stamp-minute pic 9(2).

       01 ws-duplicate-flag pic x value "N".
           88 synop-is-duplicate value "Y".
       01 ws-obs-key.
           05 ws-obs-key-station pic x(4).
           05 ws-obs-key-month pic x(6).
           05 ws-obs-key-time pic x(6).
       01 ws-dupkey-count pic 9(4) value zero.
       01 ws-dupkey-next pic 9(4) value 1.
       01 ws-dupkey-max pic 9(4) value 2000.
       01 ws-dupkey-idx pic 9(4) value zero.
       01 dup-key-table.
           05 dup-key-entry occurs 2000 times pic x(16).

       01 ws-read-count pic 9(7) value zero.
       01 ws-report-count pic 9(7) value zero.
       01 ws-archive-count pic 9(7) value zero.
       01 ws-reject-count pic 9(7) value zero.
       01 ws-dup-count pic 9(7) value zero.
       01 ws-nil-count pic 9(7) value zero.

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

           copy arcrec.

       01 exception-detail-line.
           05 exc-station-id pic x(9).
           05 exc-reason pic x(41).
           05 exc-raw-string pic x(80).

       01 decode-title-line.
           05 filler pic x(36) value "SYNOP DECODE LOG".
           05 filler pic x(10) value "RUN DATE: ".
           05 dtl-date pic x(10).

       01 decode-header-line.
           05 filler pic x(9) value "STATION".
           05 filler pic x(7) value "WMO".
           05 filler pic x(11) value "OBS-TIME".
           05 filler pic x(10) value "WIND".
           05 filler pic x(7) value "VIS".
           05 filler pic x(12) value "TEMP/DEW".
           05 filler pic x(9) value "SLP".
           05 filler pic x(9) value "WX".
           05 filler pic x(8) value "CEIL".
           05 filler pic x(5) value "CAT".

       01 decode-detail-line.
           05 ddl-station-id pic x(4).
           05 filler pic x(5) value spaces.
           05 ddl-wmo-index pic x(5).
           05 filler pic x(2) value spaces.
           05 ddl-obs-time pic x(7).
           05 filler pic x(4) value spaces.
           05 ddl-wind-dir pic 9(3).
           05 filler pic x(1) value "/".
           05 ddl-wind-kt pic zz9.
           05 filler pic x(3) value "KT ".
           05 ddl-visibility pic x(6).
           05 filler pic x(1) value space.
           05 ddl-temp-sign pic x.
           05 ddl-temp pic 99.
           05 filler pic x(1) value "/".
           05 ddl-dewpt-sign pic x.
           05 ddl-dewpt pic 99.
           05 filler pic x(5) value spaces.
           05 ddl-slp pic zzz9.9.
           05 filler pic x(3) value spaces.
           05 ddl-weather pic x(7).
           05 filler pic x(2) value spaces.
           05 ddl-ceiling pic x(5).
           05 filler pic x(3) value spaces.
           05 ddl-category pic x(4).

       01 decode-total-line.
           05 dtt-label pic x(30).
           05 dtt-count pic zzzzzz9.

       procedure division.

       000-main.
           display "SYNOP Decoding - batch run".
           perform 100-initialize.
           perform 200-process-one-line until end-of-input.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           perform 130-load-wmo-table.
           perform 120-load-archive-keys.
           open input synop-input-file.
           if ws-input-file-status not = "00"
               display "No SYNOP input, status " ws-input-file-status
               set end-of-input to true
           end-if.
           open extend exception-file.
           if ws-exception-file-status = "35"
               open output exception-file
           end-if.
           open extend archive-file.
           if ws-archive-file-status = "35"
               open output archive-file
           end-if.
           open output decode-log-file.
           move ws-run-mm to dtl-date(1:2).
           move "/" to dtl-date(3:1).
           move ws-run-dd to dtl-date(4:2).
           move "/" to dtl-date(6:1).
           move ws-run-yyyy to dtl-date(7:4).
           write decode-log-record from decode-title-line.
           move spaces to decode-log-record.
           write decode-log-record.
           write decode-log-record from decode-header-line.
           if not end-of-input
               perform 150-read-next-line
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
           move "SYNOP-DEC" to aud-station-id.
           move "RUN" to aud-outcome.
           move "SYNOP decoding started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       120-load-archive-keys.
           open input archive-file.
           if ws-archive-file-status = "00"
               perform until ws-archive-file-status not = "00"
                   read archive-file into archive-detail-line
                       at end
                           move "10" to ws-archive-file-status
                       not at end
                           perform 125-store-one-archive-key
                   end-read
               end-perform
               close archive-file
           end-if.

       125-store-one-archive-key.
           move arc-station-id to ws-obs-key-station.
           move arc-year to ws-obs-key-month(1:4).
           move arc-month to ws-obs-key-month(5:2).
           move arc-day to ws-obs-key-time(1:2).
           move arc-hour to ws-obs-key-time(3:2).
           move arc-minute to ws-obs-key-time(5:2).
           perform 375-add-duplicate-key.

       130-load-wmo-table.
           move zero to ws-wmo-count.
           open input station-master-file.
           if ws-stnmast-file-status not = "00"
               display "Station master unavailable, status "
                   ws-stnmast-file-status
                   " - all reports will be rejected"
               set end-of-stnmast to true
           end-if.
           perform until end-of-stnmast
               read station-master-file next record
                   at end set end-of-stnmast to true
                   not at end perform 135-store-one-station
               end-read
           end-perform.
           if ws-stnmast-file-status = "00"
              or ws-stnmast-file-status = "10"
               close station-master-file
           end-if.

       135-store-one-station.
           if sm-wmo-index is numeric
              and ws-wmo-count < ws-wmo-max
               add 1 to ws-wmo-count
               move sm-wmo-index to wst-wmo-index(ws-wmo-count)
               move sm-station-id to wst-station-id(ws-wmo-count)
               move sm-elevation-ft to wst-elevation(ws-wmo-count)
               move sm-active-flag to wst-active-flag(ws-wmo-count)
           end-if.

       150-read-next-line.
           read synop-input-file into synop-string
               at end set end-of-input to true
               not at end add 1 to ws-read-count
           end-read.

       200-process-one-line.
           perform 205-tokenize-line.
           move 1 to ws-tok-idx.
           if ws-token-count > 0 and ws-tokens(1) = "AAXX"
               perform 210-set-section-header
               move 3 to ws-tok-idx
           end-if.
           if ws-token-count >= ws-tok-idx
               add 1 to ws-report-count
               perform 300-decode-synop
               if synop-is-valid
                   perform 370-check-duplicate
                   if synop-is-duplicate
                       add 1 to ws-dup-count
                       move "Duplicate of archived observation"
                           to ws-reject-reason
                       perform 450-write-exception-line
                   else
                       perform 400-write-archive-line
                       perform 410-write-log-line
                   end-if
               else
                   add 1 to ws-reject-count
                   perform 450-write-exception-line
               end-if
           end-if.
           perform 150-read-next-line.

       205-tokenize-line.
           move 1 to ws-unstring-ptr.
           move zero to ws-token-count.
           perform until ws-unstring-ptr > ws-synop-length
                   or ws-token-count >= 40
               unstring synop-string delimited by all space
                   into ws-tokens(ws-token-count + 1)
                   with pointer ws-unstring-ptr
               end-unstring
               inspect ws-tokens(ws-token-count + 1)
                   replacing all "=" by space
               if ws-tokens(ws-token-count + 1) not = spaces
                   add 1 to ws-token-count
               end-if
           end-perform.

       210-set-section-header.
           move "N" to ws-header-flag.
           if ws-token-count >= 2
              and ws-tokens(2)(1:4) is numeric
              and ws-tokens(2)(6:1) = space
               move ws-tokens(2)(1:2) to ws-hdr-day
               move ws-tokens(2)(3:2) to ws-hdr-hour
               move ws-tokens(2)(5:1) to ws-hdr-wind-ind
               if ws-hdr-day > 50
                   subtract 50 from ws-hdr-day
               end-if
               if ws-hdr-day >= 1 and ws-hdr-day <= 31
                  and ws-hdr-hour <= 23
                   set header-is-set to true
               end-if
           end-if.

       300-decode-synop.
           set synop-is-valid to true.
           move spaces to ws-reject-reason ws-station-id.
           move spaces to ws-wmo-index ws-vis-text ws-weather.
           move space to ws-height-code ws-cloud-total.
           move space to ws-cloud-low-amount.
           move zero to ws-wind-dir ws-wind-ff ws-wind-kt.
           move zero to ws-stn-pressure ws-slp-hpa ws-altimeter-hpa.
           move zero to ws-precip-in ws-vis-meters.
           move zero to ws-temp-tenths ws-temp-whole.
           move zero to ws-dewpt-tenths ws-dewpt-whole.
           move zero to ws-rel-humidity.
           move "+" to ws-temp-sign ws-dewpt-sign.
           move "N" to ws-temp-ok-flag ws-dewpt-ok-flag.
           move "N" to ws-rh-given-flag ws-section-end-flag.
           if not header-is-set
               set synop-is-invalid to true
               move "No valid AAXX YYGGi header" to ws-reject-reason
           end-if.
           if synop-is-valid
               perform 310-decode-station-group
           end-if.
           if synop-is-valid
               perform 320-decode-vis-group
           end-if.
           if synop-is-valid
               perform 330-decode-wind-group
           end-if.
           perform until ws-tok-idx > ws-token-count
                   or synop-is-invalid
                   or end-of-section-1
               perform 340-decode-section1-group
               add 1 to ws-tok-idx
           end-perform.
           if synop-is-valid
               perform 350-derive-observation
           end-if.

       305-check-group.
           move "Y" to ws-group-ok-flag.
           move spaces to ws-group.
           if ws-tok-idx > ws-token-count
               move "N" to ws-group-ok-flag
           else
               move ws-tokens(ws-tok-idx)(1:5) to ws-group
               move ws-group to ws-group-test
               inspect ws-group-test replacing all "/" by "0"
               if ws-tokens(ws-tok-idx)(6:15) not = spaces
                  or ws-group-test is not numeric
                   move "N" to ws-group-ok-flag
               end-if
           end-if.
           if not group-is-ok
               set synop-is-invalid to true
               if ws-tok-idx > ws-token-count
                   move "Report ends before section 1 groups"
                       to ws-reject-reason
               else
                   string "Malformed group "
                       ws-tokens(ws-tok-idx) delimited by size
                       into ws-reject-reason
                   end-string
               end-if
           end-if.

       310-decode-station-group.
           perform 305-check-group.
           if synop-is-valid
               move ws-group to ws-wmo-index
               if ws-group is not numeric
                   set synop-is-invalid to true
                   move "WMO station number not numeric"
                       to ws-reject-reason
               end-if
           end-if.
           if synop-is-valid
              and ws-tok-idx < ws-token-count
              and ws-tokens(ws-tok-idx + 1) = "NIL"
               set synop-is-invalid to true
               add 1 to ws-nil-count
               move "NIL report" to ws-reject-reason
           end-if.
           if synop-is-valid
               move zero to ws-wmo-found-idx
               perform varying ws-wmo-idx from 1 by 1
                       until ws-wmo-idx > ws-wmo-count
                          or ws-wmo-found-idx > 0
                   if wst-wmo-index(ws-wmo-idx) = ws-wmo-index
                       move ws-wmo-idx to ws-wmo-found-idx
                   end-if
               end-perform
               if ws-wmo-found-idx = 0
                   set synop-is-invalid to true
                   move "WMO index not on station master"
                       to ws-reject-reason
               else
                   move wst-station-id(ws-wmo-found-idx)
                       to ws-station-id
                   move wst-elevation(ws-wmo-found-idx)
                       to ws-station-elev
                   if wst-active-flag(ws-wmo-found-idx) not = "A"
                       set synop-is-invalid to true
                       move "Station not active on master"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.
           add 1 to ws-tok-idx.

       320-decode-vis-group.
           perform 305-check-group.
           if synop-is-valid
               move ws-group(3:1) to ws-height-code
               if ws-group(4:2) is numeric
                   move ws-group(4:2) to ws-vis-code
                   perform 325-convert-visibility-code
               end-if
           end-if.
           add 1 to ws-tok-idx.

       325-convert-visibility-code.
           evaluate true
               when ws-vis-code <= 50
                   compute ws-vis-meters = ws-vis-code * 100
               when ws-vis-code >= 51 and ws-vis-code <= 55
                   set synop-is-invalid to true
                   move "Visibility code 51-55 not used"
                       to ws-reject-reason
               when ws-vis-code >= 56 and ws-vis-code <= 80
                   compute ws-vis-meters = (ws-vis-code - 50) * 1000
               when ws-vis-code >= 81 and ws-vis-code <= 89
                   move 9999 to ws-vis-meters
               when ws-vis-code = 90
                   move zero to ws-vis-meters
               when ws-vis-code = 91
                   move 50 to ws-vis-meters
               when ws-vis-code = 92
                   move 200 to ws-vis-meters
               when ws-vis-code = 93
                   move 500 to ws-vis-meters
               when ws-vis-code = 94
                   move 1000 to ws-vis-meters
               when ws-vis-code = 95
                   move 2000 to ws-vis-meters
               when ws-vis-code = 96
                   move 4000 to ws-vis-meters
               when other
                   move 9999 to ws-vis-meters
           end-evaluate.
           if ws-vis-meters > 9999
               move 9999 to ws-vis-meters
           end-if.
           if synop-is-valid
               move ws-vis-meters(2:4) to ws-vis-text
           end-if.

       330-decode-wind-group.
           perform 305-check-group.
           if synop-is-valid
               move ws-group(1:1) to ws-cloud-total
               if ws-group(2:2) is numeric
                   if ws-group(2:2) = "99"
                       move zero to ws-wind-dir
                   else
                       move ws-group(2:2) to ws-wind-tens
                       compute ws-wind-dir = ws-wind-tens * 10
                       if ws-wind-dir > 360
                           set synop-is-invalid to true
                           move "Wind direction above 36"
                               to ws-reject-reason
                       end-if
                   end-if
               end-if
               if ws-group(4:2) is numeric
                   move ws-group(4:2) to ws-wind-ff
               end-if
           end-if.
           add 1 to ws-tok-idx.
           if synop-is-valid and ws-wind-ff = 99
               perform 305-check-group
               if synop-is-valid
                   if ws-group(1:2) not = "00"
                      or ws-group(3:3) is not numeric
                       set synop-is-invalid to true
                       move "Wind 99 without 00fff group"
                           to ws-reject-reason
                   else
                       move ws-group(3:3) to ws-wind-ff
                   end-if
               end-if
               add 1 to ws-tok-idx
           end-if.
           if synop-is-valid
               if wind-in-mps
                   compute ws-wind-kt rounded = ws-wind-ff * 1.94384
               else
                   if wind-in-knots
                       move ws-wind-ff to ws-wind-kt
                   else
                       set synop-is-invalid to true
                       move "Wind unit indicator not 0, 1, 3 or 4"
                           to ws-reject-reason
                   end-if
               end-if
           end-if.

       340-decode-section1-group.
           if ws-tokens(ws-tok-idx) = "333" or "444" or "555"
              or "222" or "666" or "777" or "888" or "999"
               set end-of-section-1 to true
           else
               if ws-tokens(ws-tok-idx)(1:3) = "222"
                  and ws-tokens(ws-tok-idx)(6:1) = space
                   set end-of-section-1 to true
               end-if
           end-if.
           if not end-of-section-1
               perform 305-check-group
           end-if.
           if synop-is-valid and not end-of-section-1
               evaluate ws-group(1:1)
                   when "1"
                       perform 341-decode-temperature
                   when "2"
                       perform 342-decode-dew-point
                   when "3"
                       perform 343-decode-station-pressure
                   when "4"
                       perform 344-decode-sea-level-pressure
                   when "6"
                       perform 345-decode-precipitation
                   when "7"
                       perform 346-decode-present-weather
                   when "8"
                       perform 347-decode-cloud
                   when "5"
                       continue
                   when "9"
                       continue
                   when other
                       set synop-is-invalid to true
                       string "Unexpected section 1 group "
                           ws-group delimited by size
                           into ws-reject-reason
                       end-string
               end-evaluate
           end-if.

       341-decode-temperature.
           if ws-group(2:4) is numeric
               if ws-group(2:1) = "0" or ws-group(2:1) = "1"
                   move ws-group(3:3) to ws-temp-tenths
                   if ws-group(2:1) = "1"
                       move "-" to ws-temp-sign
                   end-if
                   compute ws-temp-whole rounded = ws-temp-tenths / 10
                   set temp-value-ok to true
               else
                   set synop-is-invalid to true
                   move "Temperature sign not 0 or 1"
                       to ws-reject-reason
               end-if
           end-if.

       342-decode-dew-point.
           if ws-group(2:4) is numeric
               evaluate ws-group(2:1)
                   when "0"
                   when "1"
                       move ws-group(3:3) to ws-dewpt-tenths
                       if ws-group(2:1) = "1"
                           move "-" to ws-dewpt-sign
                       end-if
                       compute ws-dewpt-whole rounded =
                           ws-dewpt-tenths / 10
                       set dewpt-value-ok to true
                   when "9"
                       move ws-group(3:3) to ws-rel-humidity
                       if ws-rel-humidity > 100
                           set synop-is-invalid to true
                           move "Relative humidity above 100"
                               to ws-reject-reason
                       else
                           set rh-was-reported to true
                       end-if
                   when other
                       set synop-is-invalid to true
                       move "Dew point sign not 0, 1 or 9"
                           to ws-reject-reason
               end-evaluate
           end-if.

       343-decode-station-pressure.
           if ws-group(2:4) is numeric
               move ws-group(2:4) to ws-pressure-raw
               compute ws-stn-pressure = ws-pressure-raw / 10
               if ws-stn-pressure < 500
                   add 1000 to ws-stn-pressure
               end-if
           end-if.

       344-decode-sea-level-pressure.
           if ws-group(2:4) is numeric
               move ws-group(2:4) to ws-pressure-raw
               compute ws-slp-hpa = ws-pressure-raw / 10
               if ws-slp-hpa < 500
                   add 1000 to ws-slp-hpa
               end-if
           end-if.

       345-decode-precipitation.
           if ws-group(2:3) is numeric
               move ws-group(2:3) to ws-precip-raw
               evaluate true
                   when ws-precip-raw < 990
                       move ws-precip-raw to ws-precip-mm
                   when ws-precip-raw = 990
                       move zero to ws-precip-mm
                   when other
                       compute ws-precip-mm =
                           (ws-precip-raw - 990) / 10
               end-evaluate
               compute ws-precip-in rounded = ws-precip-mm / 25.4
           end-if.

       346-decode-present-weather.
           if ws-group(2:2) is numeric
               move ws-group(2:2) to ws-ww-code
               move pw-text(ws-ww-code + 1) to ws-weather
           end-if.

       347-decode-cloud.
           move ws-group(2:1) to ws-cloud-low-amount.

       350-derive-observation.
           move 99999 to ws-ceiling-ft.
           if ws-height-code is numeric
               if (ws-cloud-low-amount >= "5"
                   and ws-cloud-low-amount <= "8")
                  or ws-cloud-total = "9"
                  or (ws-cloud-low-amount = space
                      and ws-cloud-total >= "5"
                      and ws-cloud-total <= "8")
                   move ws-height-code to ws-height-digit
                   move ch-feet(ws-height-digit + 1) to ws-ceiling-ft
               end-if
           end-if.
           if ws-vis-text = spaces
               move 9999 to ws-vis-meters
           end-if.
           if ws-vis-meters < 1600 or ws-ceiling-ft < 500
               move "LIFR" to ws-flight-category
           else
               if ws-vis-meters < 4800 or ws-ceiling-ft < 1000
                   move "IFR" to ws-flight-category
               else
                   if ws-vis-meters <= 8000
                      or ws-ceiling-ft <= 3000
                       move "MVFR" to ws-flight-category
                   else
                       move "VFR" to ws-flight-category
                   end-if
               end-if
           end-if.
           if ws-slp-hpa > 0
               compute ws-altimeter-hpa rounded = ws-slp-hpa
           else
               if ws-stn-pressure > 0
                   compute ws-altimeter-hpa rounded =
                       ws-stn-pressure + (ws-station-elev / 30)
               end-if
           end-if.
           perform 355-derive-meteorology.

       355-derive-meteorology.
           move zero to ws-apparent-temp ws-density-alt.
           move zero to ws-apparent-work ws-density-work.
           move space to ws-apparent-type.
           move "+" to ws-apparent-sign ws-density-alt-sign.
           move "N" to ws-rh-valid-flag.
           if temp-value-ok
               compute ws-temp-c = ws-temp-tenths / 10
               if ws-temp-sign = "-"
                   compute ws-temp-c = zero - ws-temp-c
               end-if
           end-if.
           if dewpt-value-ok
               compute ws-dewpt-c = ws-dewpt-tenths / 10
               if ws-dewpt-sign = "-"
                   compute ws-dewpt-c = zero - ws-dewpt-c
               end-if
           end-if.
           if rh-was-reported
               set rh-is-valid to true
           else
               if temp-value-ok and dewpt-value-ok
                   perform 356-compute-humidity
               end-if
           end-if.
           compute ws-wind-kmh rounded = ws-wind-kt * 1.852.
           if temp-value-ok
               if ws-temp-c <= 10 and ws-wind-kmh >= 5
                   perform 357-compute-wind-chill
               else
                   if ws-temp-c >= 27 and rh-is-valid
                       perform 358-compute-heat-index
                   end-if
               end-if
           end-if.
           if temp-value-ok and ws-altimeter-hpa > 0
               perform 360-compute-density-altitude
           end-if.

       356-compute-humidity.
           compute ws-rh-exponent =
               (7.5 * ws-dewpt-c / (237.3 + ws-dewpt-c))
               - (7.5 * ws-temp-c / (237.3 + ws-temp-c)).
           compute ws-rh-work rounded = 100 * (10 ** ws-rh-exponent).
           if ws-rh-work > 100
               move 100 to ws-rh-work
           end-if.
           if ws-rh-work < zero
               move zero to ws-rh-work
           end-if.
           move ws-rh-work to ws-rel-humidity.
           set rh-is-valid to true.

       357-compute-wind-chill.
           compute ws-wind-pow rounded = ws-wind-kmh ** 0.16.
           compute ws-apparent-work rounded =
               13.12 + (0.6215 * ws-temp-c)
               - (11.37 * ws-wind-pow)
               + (0.3965 * ws-temp-c * ws-wind-pow).
           move "W" to ws-apparent-type.
           perform 359-split-apparent-sign.

       358-compute-heat-index.
           compute ws-apparent-work rounded =
               -8.784695
               + (1.61139411 * ws-temp-c)
               + (2.338549 * ws-rel-humidity)
               - (0.14611605 * ws-temp-c * ws-rel-humidity)
               - (0.012308094 * ws-temp-c * ws-temp-c)
               - (0.016424828 * ws-rel-humidity * ws-rel-humidity)
               + (0.002211732 * ws-temp-c * ws-temp-c
                  * ws-rel-humidity)
               + (0.00072546 * ws-temp-c * ws-rel-humidity
                  * ws-rel-humidity)
               - (0.000003582 * ws-temp-c * ws-temp-c
                  * ws-rel-humidity * ws-rel-humidity).
           move "H" to ws-apparent-type.
           perform 359-split-apparent-sign.

       359-split-apparent-sign.
           if ws-apparent-work < zero
               move "-" to ws-apparent-sign
               compute ws-apparent-temp rounded =
                   zero - ws-apparent-work
           else
               move "+" to ws-apparent-sign
               compute ws-apparent-temp rounded = ws-apparent-work
           end-if.

       360-compute-density-altitude.
           compute ws-pressure-alt =
               ws-station-elev + ((1013 - ws-altimeter-hpa) * 30).
           compute ws-isa-temp rounded =
               15 - (ws-pressure-alt * 0.00198).
           compute ws-density-work rounded =
               ws-pressure-alt + (118.8 * (ws-temp-c - ws-isa-temp)).
           if ws-density-work < zero
               move "-" to ws-density-alt-sign
               compute ws-density-alt rounded = zero - ws-density-work
           else
               move "+" to ws-density-alt-sign
               compute ws-density-alt rounded = ws-density-work
           end-if.

       365-derive-obs-stamp.
           move ws-run-yyyy to ws-obs-stamp-year.
           move ws-run-mm to ws-obs-stamp-month.
           move ws-hdr-day to ws-obs-stamp-day.
           move ws-hdr-hour to ws-obs-stamp-hour.
           move zero to ws-obs-stamp-minute.
           if ws-obs-stamp-day > ws-run-dd
               if ws-obs-stamp-month = 1
                   move 12 to ws-obs-stamp-month
                   subtract 1 from ws-obs-stamp-year
               else
                   subtract 1 from ws-obs-stamp-month
               end-if
           end-if.

       370-check-duplicate.
           move "N" to ws-duplicate-flag.
           perform 365-derive-obs-stamp.
           move ws-station-id to ws-obs-key-station.
           move ws-obs-stamp-year to ws-obs-key-month(1:4).
           move ws-obs-stamp-month to ws-obs-key-month(5:2).
           move ws-obs-stamp-day to ws-obs-key-time(1:2).
           move ws-obs-stamp-hour to ws-obs-key-time(3:2).
           move ws-obs-stamp-minute to ws-obs-key-time(5:2).
           perform varying ws-dupkey-idx from 1 by 1
                   until ws-dupkey-idx > ws-dupkey-count
               if dup-key-entry(ws-dupkey-idx) = ws-obs-key
                   set synop-is-duplicate to true
               end-if
           end-perform.
           if not synop-is-duplicate
               perform 375-add-duplicate-key
           end-if.

       375-add-duplicate-key.
           if ws-dupkey-count < ws-dupkey-max
               add 1 to ws-dupkey-count
               move ws-obs-key to dup-key-entry(ws-dupkey-count)
           else
               move ws-obs-key to dup-key-entry(ws-dupkey-next)
               add 1 to ws-dupkey-next
               if ws-dupkey-next > ws-dupkey-max
                   move 1 to ws-dupkey-next
               end-if
           end-if.

       400-write-archive-line.
           move ws-station-id to arc-station-id.
           move ws-obs-stamp-year to arc-year.
           move ws-obs-stamp-month to arc-month.
           move ws-obs-stamp-day to arc-day.
           move ws-obs-stamp-hour to arc-hour.
           move ws-obs-stamp-minute to arc-minute.
           move ws-temp-sign to arc-temp-sign.
           move ws-temp-whole to arc-temp-value.
           move ws-dewpt-sign to arc-dewpt-sign.
           move ws-dewpt-whole to arc-dewpt-value.
           move ws-altimeter-hpa to arc-altimeter-hpa.
           move ws-wind-dir to arc-wind-dir.
           move ws-slp-hpa to arc-slp-hpa.
           move ws-precip-in to arc-precip-amount.
           move zero to arc-peak-wind-dir arc-peak-wind-speed.
           move ws-temp-sign to arc-temp-tenths-sign.
           move ws-temp-tenths to arc-temp-tenths-value.
           move ws-dewpt-sign to arc-dewpt-tenths-sign.
           move ws-dewpt-tenths to arc-dewpt-tenths-value.
           move "R" to arc-report-status.
           move ws-rel-humidity to arc-rel-humidity.
           move ws-apparent-type to arc-apparent-type.
           move ws-apparent-sign to arc-apparent-sign.
           move ws-apparent-temp to arc-apparent-temp.
           move ws-density-alt-sign to arc-density-alt-sign.
           move ws-density-alt to arc-density-alt.
           move ws-wind-kt to arc-wind-speed.
           move zero to arc-wind-gust.
           move ws-vis-text to arc-visibility.
           move ws-weather to arc-weather.
           move "M" to arc-obs-type.
           move ws-flight-category to arc-flight-category.
           move "S" to arc-source.
           move ws-ceiling-ft to arc-ceiling-ft.
           write archive-record from archive-detail-line.
           add 1 to ws-archive-count.

       410-write-log-line.
           move ws-station-id to ddl-station-id.
           move ws-wmo-index to ddl-wmo-index.
           move ws-obs-key-time to ddl-obs-time(1:6).
           move "Z" to ddl-obs-time(7:1).
           move ws-wind-dir to ddl-wind-dir.
           move ws-wind-kt to ddl-wind-kt.
           move ws-vis-text to ddl-visibility.
           move ws-temp-sign to ddl-temp-sign.
           move ws-temp-whole to ddl-temp.
           move ws-dewpt-sign to ddl-dewpt-sign.
           move ws-dewpt-whole to ddl-dewpt.
           move ws-slp-hpa to ddl-slp.
           move ws-weather to ddl-weather.
           if ws-ceiling-ft = 99999
               move "NONE" to ddl-ceiling
           else
               move ws-ceiling-ft to ddl-ceiling
           end-if.
           move ws-flight-category to ddl-category.
           write decode-log-record from decode-detail-line.

       450-write-exception-line.
           if ws-station-id not = spaces
               move ws-station-id to exc-station-id
           else
               move ws-wmo-index to exc-station-id
           end-if.
           move ws-reject-reason to exc-reason.
           move synop-string(1:80) to exc-raw-string.
           write exception-record from exception-detail-line.

       700-write-totals.
           move spaces to decode-log-record.
           write decode-log-record.
           move "LINES READ:" to dtt-label.
           move ws-read-count to dtt-count.
           write decode-log-record from decode-total-line.
           move "STATION REPORTS:" to dtt-label.
           move ws-report-count to dtt-count.
           write decode-log-record from decode-total-line.
           move "ARCHIVE LINES WRITTEN:" to dtt-label.
           move ws-archive-count to dtt-count.
           write decode-log-record from decode-total-line.
           move "REJECTED TO SYNOPEXC:" to dtt-label.
           move ws-reject-count to dtt-count.
           write decode-log-record from decode-total-line.
           move "  OF WHICH NIL REPORTS:" to dtt-label.
           move ws-nil-count to dtt-count.
           write decode-log-record from decode-total-line.
           move "DUPLICATES DROPPED:" to dtt-label.
           move ws-dup-count to dtt-count.
           write decode-log-record from decode-total-line.

       900-terminate.
           if ws-input-file-status = "00"
              or ws-input-file-status = "10"
               close synop-input-file
           end-if.
           close exception-file.
           close archive-file.
           close decode-log-file.

       end program synop-decode.
