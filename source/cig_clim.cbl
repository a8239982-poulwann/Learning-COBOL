       identification division.
       program-id. cig-clim.

       environment division.
       input-output section.
       file-control.
           select archive-file assign to "ARCHIVE.DAT"
               organization is line sequential
               file status is ws-archive-file-status.
           select catalog-file assign to "ARCHGENS.DAT"
               organization is line sequential
               file status is ws-catalog-file-status.
           select generation-file assign to ARCHGEN
               organization is line sequential
               file status is ws-generation-file-status.
           select threshold-file assign to "CVTHRESH.DAT"
               organization is line sequential
               file status is ws-threshold-file-status.
           select climatology-report-file assign to "CIGCLIM.DAT"
               organization is line sequential.
           select sort-file assign to "CIGSRT".

       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  catalog-file.
       01  catalog-record.
           05 cat-rec-month pic x(6).
           05 filler pic x(1).
           05 cat-rec-count pic 9(7).
           05 filler pic x(16).

       fd  generation-file.
       01  generation-record pic x(124).

       fd  threshold-file.
       01  threshold-record pic x(48).

       fd  climatology-report-file.
       01  climatology-report-record pic x(132).

       sd  sort-file.
       01  sort-record.
           05 srt-obs-key.
               10 srt-station-id pic x(4).
               10 srt-year pic 9(4).
               10 srt-month pic 9(2).
               10 srt-day pic 9(2).
               10 srt-hour pic 9(2).
               10 srt-minute pic 9(2).
           05 srt-seq pic 9(7).
           05 srt-ceiling-ft pic 9(5).
           05 srt-vis-meters pic 9(5).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-gen-eof-flag pic x value "N".
           88 end-of-generation value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".

       01 ws-archive-file-status pic x(2) value spaces.
       01 ws-catalog-file-status pic x(2) value spaces.
       01 ws-generation-file-status pic x(2) value spaces.
       01 ws-threshold-file-status pic x(2) value spaces.

           copy arcrec.

       01 held-sort-record.
           05 hld-obs-key.
               10 hld-station-id pic x(4).
               10 hld-year pic 9(4).
               10 hld-month pic 9(2).
               10 hld-day pic 9(2).
               10 hld-hour pic 9(2).
               10 hld-minute pic 9(2).
           05 hld-seq pic 9(7).
           05 hld-ceiling-ft pic 9(5).
           05 hld-vis-meters pic 9(5).
       01 ws-held-flag pic x value "N".
           88 held-record-present value "Y".

       01 ws-gen-file-name pic x(16) value spaces.
       01 ws-record-month pic x(6) value spaces.
       01 ws-cat-count pic 9(3) value zero.
       01 ws-cat-idx pic 9(3) value zero.
       01 ws-cat-max pic 9(3) value 120.
       01 catalog-table.
           05 catalog-entry occurs 120 times.
               10 cat-month pic x(6).

       01 threshold-line.
           05 thl-station-id pic x(4).
           05 thl-pair occurs 4 times.
               10 filler pic x(1).
               10 thl-ceiling-ft pic 9(5).
               10 filler pic x(1).
               10 thl-vis-meters pic 9(4).

       01 ws-thr-count pic 9(3) value zero.
       01 ws-thr-idx pic 9(3) value zero.
       01 ws-thr-found-idx pic 9(3) value zero.
       01 ws-thr-max pic 9(3) value 300.
       01 threshold-table.
           05 threshold-entry occurs 300 times.
               10 th-station-id pic x(4).
               10 th-pair occurs 4 times.
                   15 th-ceiling-ft pic 9(5).
                   15 th-vis-meters pic 9(4).

       01 default-threshold-values.
           05 filler pic 9(5) value 200.
           05 filler pic 9(4) value 550.
           05 filler pic 9(5) value 500.
           05 filler pic 9(4) value 1600.
           05 filler pic 9(5) value 1000.
           05 filler pic 9(4) value 4800.
           05 filler pic 9(5) value 3000.
           05 filler pic 9(4) value 8000.
       01 default-threshold-table redefines default-threshold-values.
           05 dflt-pair occurs 4 times.
               10 dflt-ceiling-ft pic 9(5).
               10 dflt-vis-meters pic 9(4).

       01 current-thresholds.
           05 cur-pair occurs 4 times.
               10 cur-ceiling-ft pic 9(5).
               10 cur-vis-meters pic 9(4).
       01 ws-threshold-source pic x(8) value spaces.

       01 ws-pair-idx pic 9 value zero.
       01 ws-month-idx pic 9(2) value zero.
       01 ws-hour-idx pic 9(2) value zero.
       01 ws-obs-hour pic 9(2) value zero.
       01 occurrence-table.
           05 occ-month occurs 12 times.
               10 occ-hour occurs 24 times.
                   15 occ-obs-count pic 9(6).
                   15 occ-hit-count occurs 4 times pic 9(6).

       01 ws-station-open-flag pic x value "N".
           88 station-is-open value "Y".
       01 ws-cur-station pic x(4) value spaces.
       01 ws-station-obs pic 9(7) value zero.
       01 ws-hit-flag pic x value "N".
           88 threshold-is-hit value "Y".

       01 ws-vis-conv-work pic x(6) value spaces.
       01 ws-vis-conv-meters pic 9(5) value zero.
       01 ws-vis-conv-digits pic 9(2) value zero.
       01 ws-vis-conv-denom pic 9(2) value zero.
       01 ws-vis-conv-scan pic x(6) value spaces.
       01 ws-vis-decoded-flag pic x value "Y".
           88 visibility-is-decoded value "Y".

       01 ws-pct pic 9(3)v9 value zero.

       01 ws-generations-read pic 9(3) value zero.
       01 ws-read-count pic 9(7) value zero.
       01 ws-processed-count pic 9(7) value zero.
       01 ws-superseded-count pic 9(7) value zero.
       01 ws-noceiling-count pic 9(7) value zero.
       01 ws-baddata-count pic 9(7) value zero.
       01 ws-novis-count pic 9(7) value zero.
       01 ws-station-count pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 filler pic x(13).

       01 month-name-values.
           05 filler pic x(3) value "JAN".
           05 filler pic x(3) value "FEB".
           05 filler pic x(3) value "MAR".
           05 filler pic x(3) value "APR".
           05 filler pic x(3) value "MAY".
           05 filler pic x(3) value "JUN".
           05 filler pic x(3) value "JUL".
           05 filler pic x(3) value "AUG".
           05 filler pic x(3) value "SEP".
           05 filler pic x(3) value "OCT".
           05 filler pic x(3) value "NOV".
           05 filler pic x(3) value "DEC".
       01 month-name-table redefines month-name-values.
           05 month-name occurs 12 times pic x(3).

       01 climatology-title-line.
           05 filler pic x(36)
               value "CEILING/VISIBILITY CLIMATOLOGY".
           05 filler pic x(10) value "RUN DATE: ".
           05 ctl-date pic x(10).

       01 climatology-station-line.
           05 filler pic x(8) value "STATION ".
           05 csl-station-id pic x(5).
           05 filler pic x(6) value " OBS: ".
           05 csl-obs-count pic zzzzzz9.
           05 filler pic x(14) value "  THRESHOLDS: ".
           05 csl-source pic x(8).

       01 climatology-threshold-line.
           05 filler pic x(4) value spaces.
           05 ctl-pair-label pic x(4).
           05 ctl-pair-no pic 9.
           05 filler pic x(2) value ": ".
           05 ctl-pair-text pic x(50).

       01 climatology-header-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(7) value "MONTH".
           05 filler pic x(7) value "HOUR".
           05 filler pic x(9) value "OBS".
           05 filler pic x(9) value "PCT-1".
           05 filler pic x(9) value "PCT-2".
           05 filler pic x(9) value "PCT-3".
           05 filler pic x(9) value "PCT-4".

       01 climatology-detail-line.
           05 filler pic x(4) value spaces.
           05 cdl-month pic x(3).
           05 filler pic x(4) value spaces.
           05 cdl-hour pic 9(2).
           05 filler pic x(1) value "Z".
           05 filler pic x(2) value spaces.
           05 cdl-obs-count pic zzzzz9.
           05 cdl-pct-group occurs 4 times.
               10 filler pic x(4).
               10 cdl-pct pic zz9.9.

       01 climatology-total-line.
           05 ctt-label pic x(36).
           05 ctt-count pic zzzzzz9.

       01 ws-ceiling-disp pic zzzz9.
       01 ws-vis-disp pic zzz9.

       procedure division.

       000-main.
           display "Ceiling/Visibility Climatology - batch run".
           perform 100-initialize.
           sort sort-file
               ascending key srt-obs-key srt-seq
               input procedure is 200-load-sort-input
               output procedure is 300-process-sorted.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 120-load-catalog.
           perform 140-load-thresholds.
           open output climatology-report-file.
           move ws-run-mm to ctl-date(1:2).
           move "/" to ctl-date(3:1).
           move ws-run-dd to ctl-date(4:2).
           move "/" to ctl-date(6:1).
           move ws-run-yyyy to ctl-date(7:4).
           write climatology-report-record
               from climatology-title-line.
           move spaces to climatology-report-record.
           write climatology-report-record.

       120-load-catalog.
           move zero to ws-cat-count.
           open input catalog-file.
           if ws-catalog-file-status = "00"
               perform until ws-catalog-file-status not = "00"
                   read catalog-file
                       at end continue
                       not at end perform 125-store-catalog-entry
                   end-read
               end-perform
               close catalog-file
           else
               display "Generation catalog unavailable, status "
                   ws-catalog-file-status
                   " - current archive only"
           end-if.

       125-store-catalog-entry.
           if ws-cat-count < ws-cat-max
               add 1 to ws-cat-count
               move cat-rec-month to cat-month(ws-cat-count)
           end-if.

       140-load-thresholds.
           move zero to ws-thr-count.
           move "N" to ws-eof-flag.
           open input threshold-file.
           if ws-threshold-file-status not = "00"
               display "Threshold file unavailable, status "
                   ws-threshold-file-status
                   " - standard thresholds used"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read threshold-file into threshold-line
                   at end set end-of-input to true
                   not at end perform 145-store-one-threshold
               end-read
           end-perform.
           if ws-threshold-file-status = "00"
              or ws-threshold-file-status = "10"
               close threshold-file
           end-if.

       145-store-one-threshold.
           if thl-station-id not = spaces
              and ws-thr-count < ws-thr-max
               add 1 to ws-thr-count
               move thl-station-id to th-station-id(ws-thr-count)
               perform varying ws-pair-idx from 1 by 1
                       until ws-pair-idx > 4
                   move zero to th-ceiling-ft(ws-thr-count ws-pair-idx)
                   move zero to th-vis-meters(ws-thr-count ws-pair-idx)
                   if thl-ceiling-ft(ws-pair-idx) is numeric
                       move thl-ceiling-ft(ws-pair-idx)
                           to th-ceiling-ft(ws-thr-count ws-pair-idx)
                   end-if
                   if thl-vis-meters(ws-pair-idx) is numeric
                       move thl-vis-meters(ws-pair-idx)
                           to th-vis-meters(ws-thr-count ws-pair-idx)
                   end-if
               end-perform
           end-if.

       150-pick-station-thresholds.
           move zero to ws-thr-found-idx.
           perform varying ws-thr-idx from 1 by 1
                   until ws-thr-idx > ws-thr-count
                   or ws-thr-found-idx not = zero
               if th-station-id(ws-thr-idx) = ws-cur-station
                   move ws-thr-idx to ws-thr-found-idx
               end-if
           end-perform.
           if ws-thr-found-idx = zero
               perform varying ws-thr-idx from 1 by 1
                       until ws-thr-idx > ws-thr-count
                       or ws-thr-found-idx not = zero
                   if th-station-id(ws-thr-idx) = "DFLT"
                       move ws-thr-idx to ws-thr-found-idx
                   end-if
               end-perform
               move "DEFAULT" to ws-threshold-source
           else
               move "STATION" to ws-threshold-source
           end-if.
           if ws-thr-found-idx = zero
               move "STANDARD" to ws-threshold-source
               perform varying ws-pair-idx from 1 by 1
                       until ws-pair-idx > 4
                   move dflt-ceiling-ft(ws-pair-idx)
                       to cur-ceiling-ft(ws-pair-idx)
                   move dflt-vis-meters(ws-pair-idx)
                       to cur-vis-meters(ws-pair-idx)
               end-perform
           else
               perform varying ws-pair-idx from 1 by 1
                       until ws-pair-idx > 4
                   move th-ceiling-ft(ws-thr-found-idx ws-pair-idx)
                       to cur-ceiling-ft(ws-pair-idx)
                   move th-vis-meters(ws-thr-found-idx ws-pair-idx)
                       to cur-vis-meters(ws-pair-idx)
               end-perform
           end-if.

       200-load-sort-input.
           perform 210-release-one-generation
               varying ws-cat-idx from 1 by 1
               until ws-cat-idx > ws-cat-count.
           move "N" to ws-eof-flag.
           open input archive-file.
           if ws-archive-file-status not = "00"
               display "Archive file unavailable, status "
                   ws-archive-file-status
               set end-of-input to true
           end-if.
           perform until end-of-input
               read archive-file into archive-detail-line
                   at end set end-of-input to true
                   not at end perform 230-release-one-record
               end-read
           end-perform.
           if ws-archive-file-status = "00"
              or ws-archive-file-status = "10"
               close archive-file
           end-if.

       210-release-one-generation.
           move cat-month(ws-cat-idx) to ws-record-month.
           perform 220-build-generation-name.
           move "N" to ws-gen-eof-flag.
           open input generation-file.
           if ws-generation-file-status = "00"
               add 1 to ws-generations-read
               perform until end-of-generation
                   read generation-file into archive-detail-line
                       at end set end-of-generation to true
                       not at end perform 230-release-one-record
                   end-read
               end-perform
               close generation-file
           else
               display "Generation missing for month "
                   ws-record-month ", status "
                   ws-generation-file-status
           end-if.

       220-build-generation-name.
           move spaces to ws-gen-file-name.
           string "ARCHG" delimited by size
                  ws-record-month delimited by size
                  ".DAT" delimited by size
               into ws-gen-file-name
           end-string.
           display "ARCHGEN" upon environment-name.
           display ws-gen-file-name upon environment-value.

       230-release-one-record.
           add 1 to ws-read-count.
           if arc-month is not numeric or arc-month < 1
              or arc-month > 12
              or arc-hour is not numeric or arc-hour > 23
              or arc-minute is not numeric
               add 1 to ws-baddata-count
           else
               if arc-ceiling-ft is not numeric
                   add 1 to ws-noceiling-count
               else
                   move arc-visibility to ws-vis-conv-work
                   perform 240-convert-visibility
                   if not visibility-is-decoded
                       add 1 to ws-novis-count
                   else
                       move arc-station-id to srt-station-id
                       move arc-year to srt-year
                       move arc-month to srt-month
                       move arc-day to srt-day
                       move arc-hour to srt-hour
                       move arc-minute to srt-minute
                       move ws-read-count to srt-seq
                       move arc-ceiling-ft to srt-ceiling-ft
                       move ws-vis-conv-meters to srt-vis-meters
                       release sort-record
                   end-if
               end-if
           end-if.

       240-convert-visibility.
           move zero to ws-vis-conv-meters.
           move "Y" to ws-vis-decoded-flag.
           move ws-vis-conv-work to ws-vis-conv-scan.
           if ws-vis-conv-work(1:1) = "M"
               move ws-vis-conv-work(2:5) to ws-vis-conv-scan
           end-if.
           evaluate true
               when ws-vis-conv-work = spaces
                  or ws-vis-conv-work(1:4) = "CAVO"
                  or ws-vis-conv-work(1:4) = "9999"
                  or ws-vis-conv-work(1:1) = "P"
                   move 9999 to ws-vis-conv-meters
               when ws-vis-conv-work(1:4) is numeric
                   move ws-vis-conv-work(1:4) to ws-vis-conv-meters
               when ws-vis-conv-scan(1:1) is numeric
                    and ws-vis-conv-scan(2:1) = "/"
                   perform 245-convert-fraction
               when ws-vis-conv-scan(1:2) is numeric
                   move ws-vis-conv-scan(1:2) to ws-vis-conv-digits
                   compute ws-vis-conv-meters =
                       ws-vis-conv-digits * 1609
               when ws-vis-conv-scan(1:1) is numeric
                   move ws-vis-conv-scan(1:1) to ws-vis-conv-digits
                   compute ws-vis-conv-meters =
                       ws-vis-conv-digits * 1609
               when other
                   move "N" to ws-vis-decoded-flag
           end-evaluate.
           if ws-vis-conv-meters > 9999
               move 9999 to ws-vis-conv-meters
           end-if.

       245-convert-fraction.
           move ws-vis-conv-scan(1:1) to ws-vis-conv-digits.
           move zero to ws-vis-conv-denom.
           if ws-vis-conv-scan(3:2) is numeric
               move ws-vis-conv-scan(3:2) to ws-vis-conv-denom
           else
               if ws-vis-conv-scan(3:1) is numeric
                   move ws-vis-conv-scan(3:1) to ws-vis-conv-denom
               end-if
           end-if.
           if ws-vis-conv-denom = zero
               move "N" to ws-vis-decoded-flag
           else
               compute ws-vis-conv-meters rounded =
                   ws-vis-conv-digits * 1609 / ws-vis-conv-denom
           end-if.

       300-process-sorted.
           move "N" to ws-sort-eof-flag ws-held-flag.
           move "N" to ws-station-open-flag.
           perform 310-return-one-record until end-of-sort.
           if held-record-present
               perform 340-process-held-record
           end-if.
           if station-is-open
               perform 600-close-station
           end-if.

       310-return-one-record.
           return sort-file
               at end
                   set end-of-sort to true
               not at end
                   perform 320-handle-returned-record
           end-return.

       320-handle-returned-record.
           if held-record-present and srt-obs-key = hld-obs-key
               add 1 to ws-superseded-count
               move sort-record to held-sort-record
           else
               if held-record-present
                   perform 340-process-held-record
               end-if
               move sort-record to held-sort-record
               set held-record-present to true
           end-if.

       340-process-held-record.
           if station-is-open
              and hld-station-id not = ws-cur-station
               perform 600-close-station
           end-if.
           if not station-is-open
               perform 350-open-station
           end-if.
           move hld-hour to ws-obs-hour.
           if hld-minute >= 30
               add 1 to ws-obs-hour
               if ws-obs-hour > 23
                   move zero to ws-obs-hour
               end-if
           end-if.
           move hld-month to ws-month-idx.
           compute ws-hour-idx = ws-obs-hour + 1.
           add 1 to occ-obs-count(ws-month-idx ws-hour-idx).
           add 1 to ws-station-obs.
           perform varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > 4
               perform 400-test-one-threshold
               if threshold-is-hit
                   add 1 to occ-hit-count
                       (ws-month-idx ws-hour-idx ws-pair-idx)
               end-if
           end-perform.
           add 1 to ws-processed-count.

       350-open-station.
           set station-is-open to true.
           move hld-station-id to ws-cur-station.
           move zero to ws-station-obs.
           initialize occurrence-table.
           perform 150-pick-station-thresholds.

       400-test-one-threshold.
           move "N" to ws-hit-flag.
           if cur-ceiling-ft(ws-pair-idx) > zero
              and hld-ceiling-ft <= cur-ceiling-ft(ws-pair-idx)
               set threshold-is-hit to true
           end-if.
           if cur-vis-meters(ws-pair-idx) > zero
              and hld-vis-meters <= cur-vis-meters(ws-pair-idx)
               set threshold-is-hit to true
           end-if.

       600-close-station.
           add 1 to ws-station-count.
           move ws-cur-station to csl-station-id.
           move ws-station-obs to csl-obs-count.
           move ws-threshold-source to csl-source.
           write climatology-report-record
               from climatology-station-line.
           perform varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > 4
               perform 610-write-threshold-line
           end-perform.
           write climatology-report-record
               from climatology-header-line.
           perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > 12
               perform varying ws-hour-idx from 1 by 1
                       until ws-hour-idx > 24
                   if occ-obs-count(ws-month-idx ws-hour-idx) > zero
                       perform 620-write-detail-line
                   end-if
               end-perform
           end-perform.
           move spaces to climatology-report-record.
           write climatology-report-record.
           move "N" to ws-station-open-flag.

       610-write-threshold-line.
           move "PCT-" to ctl-pair-label.
           move ws-pair-idx to ctl-pair-no.
           move spaces to ctl-pair-text.
           move cur-ceiling-ft(ws-pair-idx) to ws-ceiling-disp.
           move cur-vis-meters(ws-pair-idx) to ws-vis-disp.
           evaluate true
               when cur-ceiling-ft(ws-pair-idx) > zero
                    and cur-vis-meters(ws-pair-idx) > zero
                   string "CEILING <= " delimited by size
                          ws-ceiling-disp delimited by size
                          " FT OR VISIBILITY <= " delimited by size
                          ws-vis-disp delimited by size
                          " M" delimited by size
                       into ctl-pair-text
                   end-string
               when cur-ceiling-ft(ws-pair-idx) > zero
                   string "CEILING <= " delimited by size
                          ws-ceiling-disp delimited by size
                          " FT" delimited by size
                       into ctl-pair-text
                   end-string
               when cur-vis-meters(ws-pair-idx) > zero
                   string "VISIBILITY <= " delimited by size
                          ws-vis-disp delimited by size
                          " M" delimited by size
                       into ctl-pair-text
                   end-string
               when other
                   move "NOT USED" to ctl-pair-text
           end-evaluate.
           write climatology-report-record
               from climatology-threshold-line.

       620-write-detail-line.
           move month-name(ws-month-idx) to cdl-month.
           compute cdl-hour = ws-hour-idx - 1.
           move occ-obs-count(ws-month-idx ws-hour-idx)
               to cdl-obs-count.
           perform varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > 4
               move spaces to cdl-pct-group(ws-pair-idx)
               if cur-ceiling-ft(ws-pair-idx) > zero
                  or cur-vis-meters(ws-pair-idx) > zero
                   compute ws-pct rounded =
                       (occ-hit-count
                           (ws-month-idx ws-hour-idx ws-pair-idx)
                        * 100)
                       / occ-obs-count(ws-month-idx ws-hour-idx)
                   move ws-pct to cdl-pct(ws-pair-idx)
               end-if
           end-perform.
           write climatology-report-record
               from climatology-detail-line.

       700-write-totals.
           move "GENERATIONS READ:" to ctt-label.
           move ws-generations-read to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "RECORDS READ:" to ctt-label.
           move ws-read-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "RECORDS PROCESSED:" to ctt-label.
           move ws-processed-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "RECORDS SKIPPED (SUPERSEDED):" to ctt-label.
           move ws-superseded-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "SKIPPED (NO CEILING ON RECORD):" to ctt-label.
           move ws-noceiling-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "SKIPPED (BAD DATE/TIME):" to ctt-label.
           move ws-baddata-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "SKIPPED (VISIBILITY NOT DECODED):" to ctt-label.
           move ws-novis-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.
           move "STATIONS REPORTED:" to ctt-label.
           move ws-station-count to ctt-count.
           write climatology-report-record
               from climatology-total-line.

       900-terminate.
           close climatology-report-file.

       end program cig-clim.
