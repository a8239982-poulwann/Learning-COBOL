       identification division.
       program-id. arc-rebuild.

       environment division.
       input-output section.
       file-control.
           select station-list-file assign to "REBLDSTN.DAT"
               organization is line sequential
               file status is ws-stnlist-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select rebuild-input-file assign to "REBLDIN.DAT"
               organization is line sequential
               file status is ws-rebldin-file-status.
           select rebuild-output-file assign to "REBLDOUT.DAT"
               organization is line sequential
               file status is ws-rebldout-file-status.
           select generation-file assign to ARCHGEN
               organization is line sequential
               file status is ws-generation-file-status.
           select work-file assign to "REBLDWRK.DAT"
               organization is line sequential.
           select catalog-file assign to "ARCHGENS.DAT"
               organization is line sequential
               file status is ws-catalog-file-status.
           select difference-report-file assign to "REBLDRPT.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  station-list-file.
       01  station-list-record.
           05 slr-station-id pic x(4).
           05 filler pic x(76).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       fd  rebuild-input-file.
       01  rebuild-input-record pic x(265).

       fd  rebuild-output-file.
       01  rebuild-output-record pic x(167).

       fd  generation-file.
       01  generation-record pic x(124).

       fd  work-file.
       01  work-record pic x(124).

       fd  catalog-file.
       01  catalog-record.
           05 cat-rec-month pic x(6).
           05 filler pic x(1).
           05 cat-rec-count pic 9(7).
           05 filler pic x(16).

       fd  difference-report-file.
       01  difference-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  system-control-file.
           copy sysctl.

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.

       01 ws-stnlist-file-status pic x(2) value spaces.
       01 ws-audit-file-status pic x(2) value spaces.
       01 ws-rebldin-file-status pic x(2) value spaces.
       01 ws-rebldout-file-status pic x(2) value spaces.
       01 ws-generation-file-status pic x(2) value spaces.
       01 ws-catalog-file-status pic x(2) value spaces.

       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-work-eof-flag pic x value "N".
           88 end-of-work-file value "Y".

           copy arcrec.

       01 rebuild-input-line.
           05 rbi-ref-date pic x(8).
           05 filler pic x(1) value space.
           05 rbi-raw-string pic x(256).
       01 rebuild-output-line.
           05 rbo-status pic x.
               88 rbo-is-rebuilt value "A".
               88 rbo-is-rejected value "R".
           05 filler pic x(1).
           05 rbo-reason pic x(40).
           05 filler pic x(1).
           05 rbo-archive-line pic x(124).

       01 ws-from-env pic x(8) value spaces.
       01 ws-to-env pic x(8) value spaces.
       01 ws-from-date pic 9(8) value zero.
       01 ws-to-date pic 9(8) value zero.
       01 ws-check-date pic 9(8) value zero.
       01 ws-check-parts redefines ws-check-date.
           05 ws-check-yyyy pic 9(4).
           05 ws-check-mm pic 9(2).
           05 ws-check-dd pic 9(2).
       01 ws-round-trip-date pic 9(8) value zero.
       01 ws-date-integer pic 9(8) value zero.
       01 ws-date-ok-flag pic x value "N".
           88 date-is-valid value "Y".
       01 ws-extract-from pic 9(8) value zero.
       01 ws-extract-to pic 9(8) value zero.
       01 ws-from-month pic x(6) value spaces.
       01 ws-to-month pic x(6) value spaces.
       01 ws-audit-date pic x(8) value spaces.

       01 ws-stn-count pic 9(3) value zero.
       01 ws-stn-idx pic 9(3) value zero.
       01 ws-stn-max pic 9(3) value 100.
       01 ws-stn-found-flag pic x value "N".
           88 station-in-list value "Y".
       01 station-list-table.
           05 sl-station-id occurs 100 times pic x(4).

       01 ws-cat-count pic 9(3) value zero.
       01 ws-cat-idx pic 9(3) value zero.
       01 ws-cat-max pic 9(3) value 120.
       01 catalog-table.
           05 catalog-entry occurs 120 times.
               10 cat-month pic x(6).
               10 cat-count pic 9(7).

       01 ws-rb-count pic 9(4) value zero.
       01 ws-rb-idx pic 9(4) value zero.
       01 ws-rb-found-idx pic 9(4) value zero.
       01 ws-rb-max pic 9(4) value 3000.
       01 rebuilt-record-table.
           05 rebuilt-record-entry occurs 3000 times.
               10 rb-key pic x(17).
               10 rb-matched-flag pic x.
                   88 rb-is-matched value "Y".
               10 rb-line pic x(124).

       01 ws-record-key.
           05 rk-station-id pic x(4).
           05 rk-date pic x(8).
           05 rk-time pic x(4).
           05 rk-level pic x.

       01 ws-old-derived-fields.
           05 old-temp pic x(4).
           05 old-dewpt pic x(4).
           05 old-altimeter pic x(4).
           05 old-wind pic x(9).
           05 old-visibility pic x(6).
           05 old-weather pic x(7).
           05 old-rel-humidity pic x(3).
           05 old-apparent pic x(5).
           05 old-density-alt pic x(7).
           05 old-flight-category pic x(4).
           05 old-ceiling pic x(5).
       01 ws-new-derived-fields.
           05 new-temp pic x(4).
           05 new-dewpt pic x(4).
           05 new-altimeter pic x(4).
           05 new-wind pic x(9).
           05 new-visibility pic x(6).
           05 new-weather pic x(7).
           05 new-rel-humidity pic x(3).
           05 new-apparent pic x(5).
           05 new-density-alt pic x(7).
           05 new-flight-category pic x(4).
           05 new-ceiling pic x(5).
       01 ws-old-line pic x(124) value spaces.
       01 ws-changed-list pic x(60) value spaces.
       01 ws-changed-ptr pic 9(2) value 1.

       01 ws-gen-file-name pic x(16) value spaces.
       01 ws-file-changed-count pic 9(7) value zero.
       01 ws-command pic x(40) value spaces.

       01 ws-extract-count pic 9(7) value zero.
       01 ws-decoded-count pic 9(7) value zero.
       01 ws-rejected-count pic 9(7) value zero.
       01 ws-outside-count pic 9(7) value zero.
       01 ws-overflow-count pic 9(7) value zero.
       01 ws-examined-count pic 9(7) value zero.
       01 ws-replaced-count pic 9(7) value zero.
       01 ws-unchanged-count pic 9(7) value zero.
       01 ws-not-found-count pic 9(7) value zero.
       01 ws-files-count pic 9(3) value zero.

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
       01 ws-opermast-eof-flag pic x value "N".
           88 end-of-opermast value "Y".
       01 ws-operator-ok-flag pic x value "N".
           88 operator-is-authorized value "Y".
       01 ws-operator-found-flag pic x value "N".
           88 operator-is-known value "Y".
       01 ws-required-level pic 9 value 2.
           copy opermast.
           copy auditrec.

       01 difference-title-line.
           05 filler pic x(36)
               value "ARCHIVE REBUILD DIFFERENCE REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 dtl-date pic x(10).
           05 filler pic x(9) value "  RANGE: ".
           05 dtl-from pic x(8).
           05 filler pic x(3) value " - ".
           05 dtl-to pic x(8).

       01 difference-key-line.
           05 dkl-station-id pic x(4).
           05 filler pic x(1) value space.
           05 dkl-date pic x(8).
           05 filler pic x(1) value space.
           05 dkl-time pic x(4).
           05 filler pic x(1) value space.
           05 dkl-level pic x.
           05 filler pic x(2) value spaces.
           05 dkl-action pic x(24).
           05 dkl-text pic x(60).

       01 difference-image-line.
           05 filler pic x(1) value space.
           05 dil-label pic x(7).
           05 dil-image pic x(124).

       01 difference-section-line.
           05 dsc-text pic x(60).

       01 difference-total-line.
           05 dtt-label pic x(36).
           05 dtt-count pic zzzzzz9.

       procedure division.

       000-main.
           display "Archive Rebuild - supervisor run".
           perform 100-initialize.
           perform 200-extract-raw-metars.
           if ws-extract-count > zero
               perform 300-run-metar-decode
               perform 400-load-rebuilt-records
               perform 500-replace-archive-records
               perform 600-report-not-found
           end-if.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 105-validate-operator.
           perform 110-read-parameters.
           perform 120-load-station-list.
           perform 130-load-catalog.
           perform 107-write-run-audit-line.
           open output difference-report-file.
           move ws-run-mm to dtl-date(1:2).
           move "/" to dtl-date(3:1).
           move ws-run-dd to dtl-date(4:2).
           move "/" to dtl-date(6:1).
           move ws-run-yyyy to dtl-date(7:4).
           move ws-from-date to dtl-from.
           move ws-to-date to dtl-to.
           write difference-report-record from difference-title-line.
           move spaces to difference-report-record.
           write difference-report-record.

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
           move "ARC-REBLD" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Archive rebuild started" to aud-detail.
           string "FROM=" delimited by size
               ws-from-date delimited by size
               " TO=" delimited by size
               ws-to-date delimited by size
               " STATIONS=" delimited by size
               ws-stn-count delimited by size
               into aud-raw-string.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       110-read-parameters.
           accept ws-from-env from environment "REBUILD_FROM".
           accept ws-to-env from environment "REBUILD_TO".
           if ws-to-env = spaces
               move ws-from-env to ws-to-env
           end-if.
           if ws-from-env is not numeric
              or ws-to-env is not numeric
               display "REBUILD_FROM/REBUILD_TO must be yyyymmdd"
                   " - run refused"
               move 8 to return-code
               stop run
           end-if.
           move ws-from-env to ws-from-date ws-check-date.
           perform 115-validate-date.
           if date-is-valid
               move ws-to-env to ws-to-date ws-check-date
               perform 115-validate-date
           end-if.
           if not date-is-valid or ws-to-date < ws-from-date
               display "Rebuild date range " ws-from-env " - "
                   ws-to-env " invalid - run refused"
               move 8 to return-code
               stop run
           end-if.
           move ws-from-date(1:6) to ws-from-month.
           move ws-to-date(1:6) to ws-to-month.
           compute ws-date-integer =
               function integer-of-date(ws-from-date) - 1.
           compute ws-extract-from =
               function date-of-integer(ws-date-integer).
           compute ws-date-integer =
               function integer-of-date(ws-to-date) + 1.
           compute ws-extract-to =
               function date-of-integer(ws-date-integer).

       115-validate-date.
           move "N" to ws-date-ok-flag.
           if ws-check-yyyy >= 1601
              and ws-check-mm >= 1 and ws-check-mm <= 12
              and ws-check-dd >= 1 and ws-check-dd <= 31
               compute ws-date-integer =
                   function integer-of-date(ws-check-date)
               compute ws-round-trip-date =
                   function date-of-integer(ws-date-integer)
               if ws-round-trip-date = ws-check-date
                   set date-is-valid to true
               end-if
           end-if.

       120-load-station-list.
           move zero to ws-stn-count.
           move "N" to ws-eof-flag.
           open input station-list-file.
           if ws-stnlist-file-status = "00"
               perform until end-of-input
                   read station-list-file
                       at end set end-of-input to true
                       not at end perform 125-store-one-station
                   end-read
               end-perform
               close station-list-file
           end-if.
           if ws-stn-count = zero
               display "No stations in REBLDSTN.DAT - run refused"
               move 8 to return-code
               stop run
           end-if.

       125-store-one-station.
           if slr-station-id not = spaces
               if ws-stn-count < ws-stn-max
                   add 1 to ws-stn-count
                   move slr-station-id to sl-station-id(ws-stn-count)
               else
                   display "Station list full - " slr-station-id
                       " not rebuilt"
               end-if
           end-if.

       130-load-catalog.
           move zero to ws-cat-count.
           open input catalog-file.
           if ws-catalog-file-status = "00"
               perform until ws-catalog-file-status not = "00"
                   read catalog-file
                       at end continue
                       not at end perform 135-store-catalog-entry
                   end-read
               end-perform
               close catalog-file
           end-if.

       135-store-catalog-entry.
           if ws-cat-count < ws-cat-max
               add 1 to ws-cat-count
               move cat-rec-month to cat-month(ws-cat-count)
               move cat-rec-count to cat-count(ws-cat-count)
           end-if.

       140-check-station-list.
           move "N" to ws-stn-found-flag.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
                   or station-in-list
               if sl-station-id(ws-stn-idx) = rk-station-id
                   set station-in-list to true
               end-if
           end-perform.

       200-extract-raw-metars.
           move zero to ws-extract-count.
           open output rebuild-input-file.
           open input audit-log-file.
           if ws-audit-file-status = "00"
               move "N" to ws-eof-flag
               perform until end-of-input
                   read audit-log-file into audit-detail-line
                       at end set end-of-input to true
                       not at end perform 210-select-one-audit-line
                   end-read
               end-perform
               close audit-log-file
           else
               display "Audit log unavailable, status "
                   ws-audit-file-status
           end-if.
           close rebuild-input-file.
           display "Raw METARs selected from audit log: "
               ws-extract-count.

       210-select-one-audit-line.
           if aud-outcome = "ACCEPTED"
               move aud-station-id(1:4) to rk-station-id
               move spaces to ws-audit-date
               move aud-timestamp(1:4) to ws-audit-date(1:4)
               move aud-timestamp(6:2) to ws-audit-date(5:2)
               move aud-timestamp(9:2) to ws-audit-date(7:2)
               if ws-audit-date is numeric
                  and ws-audit-date >= ws-extract-from
                  and ws-audit-date <= ws-extract-to
                   perform 140-check-station-list
                   if station-in-list
                       move spaces to rebuild-input-line
                       move ws-audit-date to rbi-ref-date
                       move aud-raw-string to rbi-raw-string
                       write rebuild-input-record
                           from rebuild-input-line
                       add 1 to ws-extract-count
                   end-if
               end-if
           end-if.

       300-run-metar-decode.
           open output rebuild-output-file.
           close rebuild-output-file.
           display "METAR_REBUILD" upon environment-name.
           display "Y" upon environment-value.
           move spaces to ws-command.
           move "metar-parser" to ws-command.
           move zero to return-code.
           call "SYSTEM" using by content ws-command.
           display "METAR_REBUILD" upon environment-name.
           display "N" upon environment-value.
           if return-code not = zero
               display "METAR decode failed, return code "
                   return-code " - archive not changed"
               close difference-report-file
               move 8 to return-code
               stop run
           end-if.

       400-load-rebuilt-records.
           move zero to ws-rb-count.
           open input rebuild-input-file.
           open input rebuild-output-file.
           if ws-rebldout-file-status not = "00"
               display "Rebuild output unavailable, status "
                   ws-rebldout-file-status " - archive not changed"
               close difference-report-file
               move 8 to return-code
               stop run
           end-if.
           move "CHANGES" to dsc-text.
           write difference-report-record
               from difference-section-line.
           move "N" to ws-eof-flag.
           perform until end-of-input
               read rebuild-output-file into rebuild-output-line
                   at end set end-of-input to true
                   not at end
                       read rebuild-input-file into rebuild-input-line
                           at end move spaces to rebuild-input-line
                       end-read
                       perform 410-store-one-rebuilt-record
               end-read
           end-perform.
           close rebuild-input-file.
           close rebuild-output-file.

       410-store-one-rebuilt-record.
           if rbo-is-rejected
               add 1 to ws-rejected-count
               move spaces to difference-key-line
               if rbi-raw-string(1:6) = "METAR " or "SPECI "
                   move rbi-raw-string(7:4) to dkl-station-id
               else
                   move rbi-raw-string(1:4) to dkl-station-id
               end-if
               move rbi-ref-date to dkl-date
               move "NO LONGER DECODES" to dkl-action
               move rbo-reason to dkl-text
               write difference-report-record
                   from difference-key-line
               move "RAW:" to dil-label
               move rbi-raw-string to dil-image
               write difference-report-record
                   from difference-image-line
           else
               add 1 to ws-decoded-count
               move rbo-archive-line to archive-detail-line
               perform 420-build-record-key
               if rk-date < ws-from-date or rk-date > ws-to-date
                   add 1 to ws-outside-count
               else
                   perform 430-add-rebuilt-entry
               end-if
           end-if.

       420-build-record-key.
           move arc-station-id to rk-station-id.
           move arc-year to rk-date(1:4).
           move arc-month to rk-date(5:2).
           move arc-day to rk-date(7:2).
           move arc-hour to rk-time(1:2).
           move arc-minute to rk-time(3:2).
           if arc-report-status = space
               move "R" to rk-level
           else
               move arc-report-status to rk-level
           end-if.

       430-add-rebuilt-entry.
           perform 440-find-rebuilt-entry.
           if ws-rb-found-idx = zero
               if ws-rb-count < ws-rb-max
                   add 1 to ws-rb-count
                   move ws-rb-count to ws-rb-found-idx
               else
                   add 1 to ws-overflow-count
               end-if
           end-if.
           if ws-rb-found-idx not = zero
               move ws-record-key to rb-key(ws-rb-found-idx)
               move "N" to rb-matched-flag(ws-rb-found-idx)
               move archive-detail-line to rb-line(ws-rb-found-idx)
           end-if.

       440-find-rebuilt-entry.
           move zero to ws-rb-found-idx.
           perform varying ws-rb-idx from 1 by 1
                   until ws-rb-idx > ws-rb-count
                   or ws-rb-found-idx not = zero
               if rb-key(ws-rb-idx) = ws-record-key
                   move ws-rb-idx to ws-rb-found-idx
               end-if
           end-perform.

       500-replace-archive-records.
           move "ARCHIVE.DAT" to ws-gen-file-name.
           perform 510-rebuild-one-file.
           perform varying ws-cat-idx from 1 by 1
                   until ws-cat-idx > ws-cat-count
               if cat-month(ws-cat-idx) >= ws-from-month
                  and cat-month(ws-cat-idx) <= ws-to-month
                   move spaces to ws-gen-file-name
                   string "ARCHG" delimited by size
                          cat-month(ws-cat-idx) delimited by size
                          ".DAT" delimited by size
                       into ws-gen-file-name
                   end-string
                   perform 510-rebuild-one-file
               end-if
           end-perform.

       510-rebuild-one-file.
           display "ARCHGEN" upon environment-name.
           display ws-gen-file-name upon environment-value.
           move zero to ws-file-changed-count.
           open input generation-file.
           if ws-generation-file-status not = "00"
               display ws-gen-file-name " unavailable, status "
                   ws-generation-file-status " - skipped"
           else
               add 1 to ws-files-count
               open output work-file
               move "N" to ws-eof-flag
               perform until end-of-input
                   read generation-file into archive-detail-line
                       at end set end-of-input to true
                       not at end perform 520-check-one-record
                   end-read
               end-perform
               close generation-file
               close work-file
               if ws-file-changed-count > zero
                   perform 550-copy-back-work-file
               end-if
               display ws-gen-file-name " records replaced: "
                   ws-file-changed-count
           end-if.

       520-check-one-record.
           add 1 to ws-examined-count.
           move archive-detail-line to ws-old-line.
           perform 420-build-record-key.
           move zero to ws-rb-found-idx.
           if rk-date >= ws-from-date and rk-date <= ws-to-date
               perform 140-check-station-list
               if station-in-list
                   perform 440-find-rebuilt-entry
               end-if
           end-if.
           if ws-rb-found-idx not = zero
               move "Y" to rb-matched-flag(ws-rb-found-idx)
               if rb-line(ws-rb-found-idx) = ws-old-line
                   add 1 to ws-unchanged-count
               else
                   perform 530-report-difference
                   move rb-line(ws-rb-found-idx)
                       to archive-detail-line
                   add 1 to ws-replaced-count
                   add 1 to ws-file-changed-count
               end-if
           end-if.
           write work-record from archive-detail-line.

       530-report-difference.
           move ws-old-line to archive-detail-line.
           perform 540-save-derived-fields.
           move ws-new-derived-fields to ws-old-derived-fields.
           move rb-line(ws-rb-found-idx) to archive-detail-line.
           perform 540-save-derived-fields.
           move spaces to ws-changed-list.
           move 1 to ws-changed-ptr.
           if new-temp not = old-temp
               string "TEMP " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-dewpt not = old-dewpt
               string "DEWPT " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-altimeter not = old-altimeter
               string "ALTIM " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-wind not = old-wind
               string "WIND " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-visibility not = old-visibility
               string "VIS " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-weather not = old-weather
               string "WX " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-rel-humidity not = old-rel-humidity
               string "RH " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-apparent not = old-apparent
               string "APPT " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-density-alt not = old-density-alt
               string "DALT " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-flight-category not = old-flight-category
               string "CAT " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if new-ceiling not = old-ceiling
               string "CIG " delimited by size into ws-changed-list
                   with pointer ws-changed-ptr
           end-if.
           if ws-changed-list = spaces
               move "OTHER" to ws-changed-list
           end-if.
           move spaces to difference-key-line.
           move rk-station-id to dkl-station-id.
           move rk-date to dkl-date.
           move rk-time to dkl-time.
           move rk-level to dkl-level.
           move ws-gen-file-name to dkl-action.
           move ws-changed-list to dkl-text.
           write difference-report-record from difference-key-line.
           move "BEFORE:" to dil-label.
           move ws-old-line to dil-image.
           write difference-report-record from difference-image-line.
           move "AFTER:" to dil-label.
           move rb-line(ws-rb-found-idx) to dil-image.
           write difference-report-record from difference-image-line.

       540-save-derived-fields.
           move arc-temp-sign to new-temp(1:1).
           move arc-temp-value to new-temp(2:3).
           move arc-dewpt-sign to new-dewpt(1:1).
           move arc-dewpt-value to new-dewpt(2:3).
           move arc-altimeter-hpa to new-altimeter.
           move arc-wind-dir to new-wind(1:3).
           move arc-wind-speed to new-wind(4:3).
           move arc-wind-gust to new-wind(7:3).
           move arc-visibility to new-visibility.
           move arc-weather to new-weather.
           move arc-rel-humidity to new-rel-humidity.
           move arc-apparent-type to new-apparent(1:1).
           move arc-apparent-sign to new-apparent(2:1).
           move arc-apparent-temp to new-apparent(3:3).
           move arc-density-alt-sign to new-density-alt(1:1).
           move arc-density-alt to new-density-alt(2:6).
           move arc-flight-category to new-flight-category.
           move arc-ceiling-ft to new-ceiling.

       550-copy-back-work-file.
           open output generation-file.
           open input work-file.
           move "N" to ws-work-eof-flag.
           perform until end-of-work-file
               read work-file into archive-detail-line
                   at end set end-of-work-file to true
                   not at end
                       write generation-record
                           from archive-detail-line
               end-read
           end-perform.
           close work-file.
           close generation-file.

       600-report-not-found.
           perform varying ws-rb-idx from 1 by 1
                   until ws-rb-idx > ws-rb-count
               if not rb-is-matched(ws-rb-idx)
                   add 1 to ws-not-found-count
                   move rb-key(ws-rb-idx) to ws-record-key
                   move spaces to difference-key-line
                   move rk-station-id to dkl-station-id
                   move rk-date to dkl-date
                   move rk-time to dkl-time
                   move rk-level to dkl-level
                   move "NOT ON ARCHIVE" to dkl-action
                   move "Rebuilt record not added" to dkl-text
                   write difference-report-record
                       from difference-key-line
               end-if
           end-perform.

       700-write-totals.
           move spaces to difference-report-record.
           write difference-report-record.
           move "RAW METARS SELECTED:" to dtt-label.
           move ws-extract-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "DECODED:" to dtt-label.
           move ws-decoded-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "NO LONGER DECODE:" to dtt-label.
           move ws-rejected-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "OUTSIDE DATE RANGE:" to dtt-label.
           move ws-outside-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "NOT HELD - TABLE FULL:" to dtt-label.
           move ws-overflow-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "ARCHIVE FILES REBUILT:" to dtt-label.
           move ws-files-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "ARCHIVE RECORDS EXAMINED:" to dtt-label.
           move ws-examined-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "RECORDS REPLACED:" to dtt-label.
           move ws-replaced-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "RECORDS UNCHANGED:" to dtt-label.
           move ws-unchanged-count to dtt-count.
           write difference-report-record from difference-total-line.
           move "REBUILT BUT NOT ON ARCHIVE:" to dtt-label.
           move ws-not-found-count to dtt-count.
           write difference-report-record from difference-total-line.

       900-terminate.
           close difference-report-file.
           display "Archive records replaced: " ws-replaced-count.

       end program arc-rebuild.
