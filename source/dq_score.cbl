       identification division.
       program-id. dq-score.

       environment division.
       input-output section.
       file-control.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select exception-file assign to "METAREXC.DAT"
               organization is line sequential
               file status is ws-exception-file-status.
           select recon-file assign to "RECONRPT.DAT"
               organization is line sequential
               file status is ws-recon-file-status.
           select missing-history-file assign to "MISSHIST.DAT"
               organization is line sequential
               file status is ws-misshist-file-status.
           select quality-history-file assign to "DQHIST.DAT"
               organization is line sequential
               file status is ws-dqhist-file-status.
           select scorecard-file assign to "DQSCORE.DAT"
               organization is line sequential.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  station-master-file.
           copy stnmast.

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       fd  exception-file.
       01  exception-record pic x(139).

       fd  recon-file.
       01  recon-record pic x(141).

       fd  missing-history-file.
       01  missing-history-record pic x(33).

       fd  quality-history-file.
       01  quality-history-record pic x(20).

       fd  scorecard-file.
       01  scorecard-record pic x(132).

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

       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-audit-file-status pic x(2) value spaces.
       01 ws-exception-file-status pic x(2) value spaces.
       01 ws-recon-file-status pic x(2) value spaces.
       01 ws-misshist-file-status pic x(2) value spaces.
       01 ws-dqhist-file-status pic x(2) value spaces.

           copy auditrec.
           copy misshist.

       01 exception-detail-view.
           05 exv-station-id pic x(9).
           05 exv-reason pic x(41).
           05 exv-raw-string pic x(80).
           05 filler pic x(1).
           05 exv-process-date pic x(8).

       01 recon-detail-view.
           05 rcv-station-id pic x(9).
           05 rcv-obs-time pic x(11).
           05 rcv-action pic x(44).
           05 rcv-raw-string pic x(68).
           05 filler pic x(1).
           05 rcv-process-date pic x(8).

       01 quality-history-line.
           05 qh-month pic x(6).
           05 filler pic x(1) value space.
           05 qh-station-id pic x(4).
           05 filler pic x(1) value space.
           05 qh-score pic 9(3)v9.
           05 filler pic x(1) value space.
           05 qh-rank pic 9(3).

       01 ws-month-env pic x(6) value spaces.
       01 ws-score-month pic x(6) value spaces.
       01 ws-score-month-parts redefines ws-score-month.
           05 ws-score-yyyy pic 9(4).
           05 ws-score-mm pic 9(2).
       01 ws-prev-month pic x(6) value spaces.
       01 ws-prev-month-parts redefines ws-prev-month.
           05 ws-prev-yyyy pic 9(4).
           05 ws-prev-mm pic 9(2).
       01 ws-record-month pic x(6) value spaces.
       01 ws-threshold-env pic x(5) value spaces.
       01 ws-threshold pic 9(3)v9 value 80.0.
       01 ws-day pic 9(2) value zero.

       01 ws-stn-count pic 9(3) value zero.
       01 ws-stn-idx pic 9(3) value zero.
       01 ws-stn-found-idx pic 9(3) value zero.
       01 ws-stn-cmp-idx pic 9(3) value zero.
       01 ws-stn-max pic 9(3) value 300.
       01 ws-stn-overflow pic 9(7) value zero.
       01 ws-lookup-station pic x(4) value spaces.
       01 station-quality-table.
           05 station-quality-entry occurs 300 times.
               10 sq-station-id pic x(4).
               10 sq-region pic x(4).
               10 sq-received pic 9(6).
               10 sq-accepted pic 9(6).
               10 sq-rejected pic 9(6).
               10 sq-suspect pic 9(6).
               10 sq-corrections pic 9(6).
               10 sq-expected pic 9(6).
               10 sq-on-time pic 9(6).
               10 sq-ontime-pct pic 9(3)v9.
               10 sq-reject-pct pic 9(3)v9.
               10 sq-quar-pct pic 9(3)v9.
               10 sq-corr-pct pic 9(3)v9.
               10 sq-score pic 9(3)v9.
               10 sq-rank pic 9(3).
               10 sq-prev-rank pic 9(3).
               10 sq-scored-flag pic x.
                   88 sq-is-scored value "Y".
               10 sq-day-slot occurs 31 times.
                   15 sq-day-expected pic 9(4).
                   15 sq-day-received pic 9(4).
                   15 sq-day-late pic 9(4).

       01 ws-rgn-count pic 9(3) value zero.
       01 ws-rgn-idx pic 9(3) value zero.
       01 ws-rgn-found-idx pic 9(3) value zero.
       01 region-quality-table.
           05 region-quality-entry occurs 100 times.
               10 rq-region pic x(4).
               10 rq-stations pic 9(4).
               10 rq-flagged pic 9(4).
               10 rq-received pic 9(7).
               10 rq-accepted pic 9(7).
               10 rq-rejected pic 9(7).
               10 rq-suspect pic 9(7).
               10 rq-corrections pic 9(7).
               10 rq-expected pic 9(7).
               10 rq-on-time pic 9(7).

       01 ws-calc-received pic 9(7) value zero.
       01 ws-calc-accepted pic 9(7) value zero.
       01 ws-calc-rejected pic 9(7) value zero.
       01 ws-calc-suspect pic 9(7) value zero.
       01 ws-calc-corrections pic 9(7) value zero.
       01 ws-calc-expected pic 9(7) value zero.
       01 ws-calc-on-time pic 9(7) value zero.
       01 ws-calc-ontime-pct pic 9(3)v9 value zero.
       01 ws-calc-reject-pct pic 9(3)v9 value zero.
       01 ws-calc-quar-pct pic 9(3)v9 value zero.
       01 ws-calc-corr-pct pic 9(3)v9 value zero.
       01 ws-calc-score pic 9(3)v9 value zero.
       01 ws-score-work pic s9(4)v9 value zero.

       01 ws-scored-count pic 9(3) value zero.
       01 ws-flagged-count pic 9(3) value zero.
       01 ws-print-rank pic 9(3) value zero.
       01 ws-rank-move pic s9(3) value zero.
       01 ws-audit-lines pic 9(7) value zero.
       01 ws-exception-lines pic 9(7) value zero.
       01 ws-recon-lines pic 9(7) value zero.
       01 ws-misshist-lines pic 9(7) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 ws-run-ss pic 9(2).
           05 filler pic x(7).

       01 score-title-line.
           05 filler pic x(34)
               value "STATION DATA-QUALITY SCORECARD".
           05 filler pic x(7) value "MONTH: ".
           05 stl-month pic x(7).
           05 filler pic x(13) value "  RUN DATE: ".
           05 stl-date pic x(10).
           05 filler pic x(14) value "  THRESHOLD: ".
           05 stl-threshold pic zz9.9.

       01 score-header-line.
           05 filler pic x(6) value "STN".
           05 filler pic x(6) value "RGN".
           05 filler pic x(9) value "RECEIVED".
           05 filler pic x(9) value "EXPECTED".
           05 filler pic x(9) value "ONTIME%".
           05 filler pic x(8) value "REJ%".
           05 filler pic x(8) value "QUAR%".
           05 filler pic x(8) value "CORR%".
           05 filler pic x(8) value "SCORE".
           05 filler pic x(6) value "RANK".
           05 filler pic x(6) value "PREV".
           05 filler pic x(6) value "MOVE".
           05 filler pic x(6) value "FLAG".

       01 score-detail-line.
           05 sdl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 sdl-region pic x(4).
           05 filler pic x(2) value spaces.
           05 sdl-received pic zzzzz9.
           05 filler pic x(3) value spaces.
           05 sdl-expected pic zzzzz9.
           05 filler pic x(3) value spaces.
           05 sdl-ontime-pct pic zz9.9.
           05 filler pic x(4) value spaces.
           05 sdl-reject-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 sdl-quar-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 sdl-corr-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 sdl-score pic zz9.9.
           05 filler pic x(3) value spaces.
           05 sdl-rank pic zz9.
           05 filler pic x(3) value spaces.
           05 sdl-prev-rank pic x(3).
           05 filler pic x(3) value spaces.
           05 sdl-move pic x(4).
           05 filler pic x(2) value spaces.
           05 sdl-flag pic x(5).

       01 region-header-line.
           05 filler pic x(6) value "RGN".
           05 filler pic x(9) value "STATIONS".
           05 filler pic x(9) value "RECEIVED".
           05 filler pic x(9) value "EXPECTED".
           05 filler pic x(9) value "ONTIME%".
           05 filler pic x(8) value "REJ%".
           05 filler pic x(8) value "QUAR%".
           05 filler pic x(8) value "CORR%".
           05 filler pic x(8) value "SCORE".
           05 filler pic x(8) value "FLAGGED".

       01 region-detail-line.
           05 rdl-region pic x(4).
           05 filler pic x(2) value spaces.
           05 rdl-stations pic zzz9.
           05 filler pic x(3) value spaces.
           05 rdl-received pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 rdl-expected pic zzzzzz9.
           05 filler pic x(3) value spaces.
           05 rdl-ontime-pct pic zz9.9.
           05 filler pic x(4) value spaces.
           05 rdl-reject-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 rdl-quar-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 rdl-corr-pct pic zz9.9.
           05 filler pic x(3) value spaces.
           05 rdl-score pic zz9.9.
           05 filler pic x(3) value spaces.
           05 rdl-flagged pic zzz9.

       01 score-section-line.
           05 ssc-text pic x(60).

       01 score-total-line.
           05 stt-label pic x(36).
           05 stt-count pic zzzzzz9.

       procedure division.

       000-main.
           display "Station Data-Quality Scorecard - batch run".
           perform 100-initialize.
           perform 120-load-stations.
           perform 200-scan-audit-log.
           perform 250-scan-exceptions.
           perform 270-scan-corrections.
           perform 300-scan-missing-history.
           perform 350-load-previous-ranks.
           perform 400-compute-station-scores.
           perform 450-rank-stations.
           perform 500-write-station-section.
           perform 600-write-region-section.
           perform 700-write-totals.
           perform 800-append-quality-history.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           accept ws-month-env from environment "DQ_MONTH".
           if ws-month-env is numeric
              and ws-month-env(5:2) >= "01"
              and ws-month-env(5:2) <= "12"
               move ws-month-env to ws-score-month
           else
               move ws-run-yyyy to ws-score-yyyy
               move ws-run-mm to ws-score-mm
               perform 110-step-back-one-month
           end-if.
           move ws-score-month to ws-prev-month.
           if ws-prev-mm = 1
               move 12 to ws-prev-mm
               subtract 1 from ws-prev-yyyy
           else
               subtract 1 from ws-prev-mm
           end-if.
           accept ws-threshold-env from environment "DQ_THRESHOLD".
           if ws-threshold-env not = spaces
               compute ws-threshold =
                   function numval(ws-threshold-env)
           end-if.
           open output scorecard-file.
           move ws-score-yyyy to stl-month(1:4).
           move "/" to stl-month(5:1).
           move ws-score-mm to stl-month(6:2).
           move ws-run-mm to stl-date(1:2).
           move "/" to stl-date(3:1).
           move ws-run-dd to stl-date(4:2).
           move "/" to stl-date(6:1).
           move ws-run-yyyy to stl-date(7:4).
           move ws-threshold to stl-threshold.
           write scorecard-record from score-title-line.
           move spaces to scorecard-record.
           write scorecard-record.

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

       110-step-back-one-month.
           if ws-score-mm = 1
               move 12 to ws-score-mm
               subtract 1 from ws-score-yyyy
           else
               subtract 1 from ws-score-mm
           end-if.

       120-load-stations.
           move zero to ws-stn-count.
           move "N" to ws-eof-flag.
           open input station-master-file.
           if ws-stnmast-file-status not = "00"
               display "Station master unavailable, status "
                   ws-stnmast-file-status
                   " - regions will show as NONE"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read station-master-file next record
                   at end set end-of-input to true
                   not at end
                       if sm-station-active
                           move sm-station-id to ws-lookup-station
                           perform 130-find-or-add-station
                       end-if
               end-read
           end-perform.
           if ws-stnmast-file-status = "00"
              or ws-stnmast-file-status = "10"
               close station-master-file
           end-if.

       130-find-or-add-station.
           move zero to ws-stn-found-idx.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
                   or ws-stn-found-idx not = zero
               if sq-station-id(ws-stn-idx) = ws-lookup-station
                   move ws-stn-idx to ws-stn-found-idx
               end-if
           end-perform.
           if ws-stn-found-idx = zero
               if ws-stn-count < ws-stn-max
                   add 1 to ws-stn-count
                   move ws-stn-count to ws-stn-found-idx
                   initialize station-quality-entry(ws-stn-found-idx)
                   move ws-lookup-station
                       to sq-station-id(ws-stn-found-idx)
                   move "NONE" to sq-region(ws-stn-found-idx)
                   if ws-lookup-station = sm-station-id
                      and sm-region-code not = spaces
                       move sm-region-code
                           to sq-region(ws-stn-found-idx)
                   end-if
               else
                   add 1 to ws-stn-overflow
               end-if
           end-if.

       200-scan-audit-log.
           move "N" to ws-eof-flag.
           open input audit-log-file.
           if ws-audit-file-status not = "00"
               display "Audit log unavailable, status "
                   ws-audit-file-status
               set end-of-input to true
           end-if.
           perform until end-of-input
               read audit-log-file into audit-detail-line
                   at end set end-of-input to true
                   not at end perform 210-tally-audit-line
               end-read
           end-perform.
           if ws-audit-file-status = "00"
              or ws-audit-file-status = "10"
               close audit-log-file
           end-if.

       210-tally-audit-line.
           move aud-timestamp(1:4) to ws-record-month(1:4).
           move aud-timestamp(6:2) to ws-record-month(5:2).
           if ws-record-month = ws-score-month
              and aud-station-id(5:5) = spaces
              and aud-station-id(1:4) not = spaces
              and (aud-outcome = "ACCEPTED" or "REJECTED"
                   or "SUSPECT" or "DUPLICATE")
               add 1 to ws-audit-lines
               move aud-station-id(1:4) to ws-lookup-station
               perform 130-find-or-add-station
               if ws-stn-found-idx not = zero
                   add 1 to sq-received(ws-stn-found-idx)
                   evaluate aud-outcome
                       when "ACCEPTED"
                           add 1 to sq-accepted(ws-stn-found-idx)
                       when "SUSPECT"
                           add 1 to sq-suspect(ws-stn-found-idx)
                   end-evaluate
               end-if
           end-if.

       250-scan-exceptions.
           move "N" to ws-eof-flag.
           open input exception-file.
           if ws-exception-file-status not = "00"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read exception-file into exception-detail-view
                   at end set end-of-input to true
                   not at end
                       if exv-process-date(1:6) = ws-score-month
                          and exv-station-id(1:4) not = spaces
                           add 1 to ws-exception-lines
                           move exv-station-id(1:4)
                               to ws-lookup-station
                           perform 130-find-or-add-station
                           if ws-stn-found-idx not = zero
                               add 1 to sq-rejected(ws-stn-found-idx)
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-exception-file-status = "00"
              or ws-exception-file-status = "10"
               close exception-file
           end-if.

       270-scan-corrections.
           move "N" to ws-eof-flag.
           open input recon-file.
           if ws-recon-file-status not = "00"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read recon-file into recon-detail-view
                   at end set end-of-input to true
                   not at end
                       if rcv-process-date(1:6) = ws-score-month
                          and rcv-action(1:10) = "CORRECTION"
                           add 1 to ws-recon-lines
                           move rcv-station-id(1:4)
                               to ws-lookup-station
                           perform 130-find-or-add-station
                           if ws-stn-found-idx not = zero
                               add 1
                                   to sq-corrections(ws-stn-found-idx)
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-recon-file-status = "00"
              or ws-recon-file-status = "10"
               close recon-file
           end-if.

       300-scan-missing-history.
           move "N" to ws-eof-flag.
           open input missing-history-file.
           if ws-misshist-file-status not = "00"
               display "Missing-observation history unavailable"
                   " - on-time percentage not scored"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read missing-history-file into missing-history-line
                   at end set end-of-input to true
                   not at end
                       if mh-check-date(1:6) = ws-score-month
                          and mh-check-date(7:2) is numeric
                          and mh-expected is numeric
                           perform 310-store-day-slot
                       end-if
               end-read
           end-perform.
           if ws-misshist-file-status = "00"
              or ws-misshist-file-status = "10"
               close missing-history-file
           end-if.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               perform 320-total-day-slots
           end-perform.

       310-store-day-slot.
           move mh-check-date(7:2) to ws-day.
           if ws-day >= 1 and ws-day <= 31
               add 1 to ws-misshist-lines
               move mh-station-id to ws-lookup-station
               perform 130-find-or-add-station
               if ws-stn-found-idx not = zero
                   move mh-expected
                       to sq-day-expected(ws-stn-found-idx ws-day)
                   move mh-received
                       to sq-day-received(ws-stn-found-idx ws-day)
                   move mh-late
                       to sq-day-late(ws-stn-found-idx ws-day)
               end-if
           end-if.

       320-total-day-slots.
           move zero to sq-expected(ws-stn-idx) sq-on-time(ws-stn-idx).
           perform varying ws-day from 1 by 1 until ws-day > 31
               add sq-day-expected(ws-stn-idx ws-day)
                   to sq-expected(ws-stn-idx)
               if sq-day-received(ws-stn-idx ws-day)
                  > sq-day-late(ws-stn-idx ws-day)
                   compute sq-on-time(ws-stn-idx) =
                       sq-on-time(ws-stn-idx)
                       + sq-day-received(ws-stn-idx ws-day)
                       - sq-day-late(ws-stn-idx ws-day)
               end-if
           end-perform.

       350-load-previous-ranks.
           move "N" to ws-eof-flag.
           open input quality-history-file.
           if ws-dqhist-file-status not = "00"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read quality-history-file into quality-history-line
                   at end set end-of-input to true
                   not at end
                       if qh-month = ws-prev-month
                          and qh-rank is numeric
                           perform 360-store-previous-rank
                       end-if
               end-read
           end-perform.
           if ws-dqhist-file-status = "00"
              or ws-dqhist-file-status = "10"
               close quality-history-file
           end-if.

       360-store-previous-rank.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if sq-station-id(ws-stn-idx) = qh-station-id
                   move qh-rank to sq-prev-rank(ws-stn-idx)
               end-if
           end-perform.

       400-compute-station-scores.
           move zero to ws-scored-count ws-flagged-count.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               move "N" to sq-scored-flag(ws-stn-idx)
               if sq-received(ws-stn-idx) > zero
                  or sq-expected(ws-stn-idx) > zero
                   move sq-received(ws-stn-idx) to ws-calc-received
                   move sq-accepted(ws-stn-idx) to ws-calc-accepted
                   move sq-rejected(ws-stn-idx) to ws-calc-rejected
                   move sq-suspect(ws-stn-idx) to ws-calc-suspect
                   move sq-corrections(ws-stn-idx)
                       to ws-calc-corrections
                   move sq-expected(ws-stn-idx) to ws-calc-expected
                   move sq-on-time(ws-stn-idx) to ws-calc-on-time
                   perform 410-compute-percentages
                   move ws-calc-ontime-pct to sq-ontime-pct(ws-stn-idx)
                   move ws-calc-reject-pct to sq-reject-pct(ws-stn-idx)
                   move ws-calc-quar-pct to sq-quar-pct(ws-stn-idx)
                   move ws-calc-corr-pct to sq-corr-pct(ws-stn-idx)
                   move ws-calc-score to sq-score(ws-stn-idx)
                   set sq-is-scored(ws-stn-idx) to true
                   add 1 to ws-scored-count
                   if sq-score(ws-stn-idx) < ws-threshold
                       add 1 to ws-flagged-count
                   end-if
               end-if
           end-perform.

       410-compute-percentages.
           if ws-calc-expected > zero
               if ws-calc-on-time > ws-calc-expected
                   move ws-calc-expected to ws-calc-on-time
               end-if
               compute ws-calc-ontime-pct rounded =
                   ws-calc-on-time * 100 / ws-calc-expected
           else
               move 100 to ws-calc-ontime-pct
           end-if.
           move zero to ws-calc-reject-pct ws-calc-quar-pct.
           if ws-calc-received > zero
               if ws-calc-rejected > ws-calc-received
                   move ws-calc-received to ws-calc-rejected
               end-if
               compute ws-calc-reject-pct rounded =
                   ws-calc-rejected * 100 / ws-calc-received
               compute ws-calc-quar-pct rounded =
                   ws-calc-suspect * 100 / ws-calc-received
           end-if.
           move zero to ws-calc-corr-pct.
           if ws-calc-accepted > zero
               if ws-calc-corrections > ws-calc-accepted
                   move ws-calc-accepted to ws-calc-corrections
               end-if
               compute ws-calc-corr-pct rounded =
                   ws-calc-corrections * 100 / ws-calc-accepted
           end-if.
           compute ws-score-work = ws-calc-ontime-pct
               - ws-calc-reject-pct - ws-calc-quar-pct
               - ws-calc-corr-pct.
           if ws-score-work < zero
               move zero to ws-calc-score
           else
               move ws-score-work to ws-calc-score
           end-if.

       450-rank-stations.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               move zero to sq-rank(ws-stn-idx)
               if sq-is-scored(ws-stn-idx)
                   move 1 to sq-rank(ws-stn-idx)
                   perform varying ws-stn-cmp-idx from 1 by 1
                           until ws-stn-cmp-idx > ws-stn-count
                       if sq-is-scored(ws-stn-cmp-idx)
                          and sq-score(ws-stn-cmp-idx)
                              > sq-score(ws-stn-idx)
                           add 1 to sq-rank(ws-stn-idx)
                       end-if
                   end-perform
               end-if
           end-perform.

       500-write-station-section.
           move "STATIONS BY RANK" to ssc-text.
           write scorecard-record from score-section-line.
           write scorecard-record from score-header-line.
           perform varying ws-print-rank from 1 by 1
                   until ws-print-rank > ws-scored-count
               perform varying ws-stn-idx from 1 by 1
                       until ws-stn-idx > ws-stn-count
                   if sq-is-scored(ws-stn-idx)
                      and sq-rank(ws-stn-idx) = ws-print-rank
                       perform 510-write-station-line
                   end-if
               end-perform
           end-perform.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if not sq-is-scored(ws-stn-idx)
                   move spaces to score-detail-line
                   move sq-station-id(ws-stn-idx) to sdl-station-id
                   move sq-region(ws-stn-idx) to sdl-region
                   move "NONE" to sdl-flag
                   write scorecard-record from score-detail-line
               end-if
           end-perform.

       510-write-station-line.
           move spaces to score-detail-line.
           move sq-station-id(ws-stn-idx) to sdl-station-id.
           move sq-region(ws-stn-idx) to sdl-region.
           move sq-received(ws-stn-idx) to sdl-received.
           move sq-expected(ws-stn-idx) to sdl-expected.
           move sq-ontime-pct(ws-stn-idx) to sdl-ontime-pct.
           move sq-reject-pct(ws-stn-idx) to sdl-reject-pct.
           move sq-quar-pct(ws-stn-idx) to sdl-quar-pct.
           move sq-corr-pct(ws-stn-idx) to sdl-corr-pct.
           move sq-score(ws-stn-idx) to sdl-score.
           move sq-rank(ws-stn-idx) to sdl-rank.
           if sq-prev-rank(ws-stn-idx) = zero
               move "NEW" to sdl-move
           else
               move sq-prev-rank(ws-stn-idx) to sdl-prev-rank
               compute ws-rank-move =
                   sq-prev-rank(ws-stn-idx) - sq-rank(ws-stn-idx)
               evaluate true
                   when ws-rank-move > zero
                       move "UP" to sdl-move
                   when ws-rank-move < zero
                       move "DOWN" to sdl-move
                   when other
                       move "SAME" to sdl-move
               end-evaluate
           end-if.
           if sq-score(ws-stn-idx) < ws-threshold
               move "VISIT" to sdl-flag
           end-if.
           write scorecard-record from score-detail-line.

       600-write-region-section.
           move zero to ws-rgn-count.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if sq-is-scored(ws-stn-idx)
                   perform 610-add-to-region
               end-if
           end-perform.
           move spaces to scorecard-record.
           write scorecard-record.
           move "REGIONS" to ssc-text.
           write scorecard-record from score-section-line.
           write scorecard-record from region-header-line.
           perform varying ws-rgn-idx from 1 by 1
                   until ws-rgn-idx > ws-rgn-count
               perform 620-write-region-line
           end-perform.

       610-add-to-region.
           move zero to ws-rgn-found-idx.
           perform varying ws-rgn-idx from 1 by 1
                   until ws-rgn-idx > ws-rgn-count
               if rq-region(ws-rgn-idx) = sq-region(ws-stn-idx)
                   move ws-rgn-idx to ws-rgn-found-idx
               end-if
           end-perform.
           if ws-rgn-found-idx = zero and ws-rgn-count < 100
               add 1 to ws-rgn-count
               move ws-rgn-count to ws-rgn-found-idx
               initialize region-quality-entry(ws-rgn-found-idx)
               move sq-region(ws-stn-idx) to rq-region(ws-rgn-found-idx)
           end-if.
           if ws-rgn-found-idx not = zero
               add 1 to rq-stations(ws-rgn-found-idx)
               if sq-score(ws-stn-idx) < ws-threshold
                   add 1 to rq-flagged(ws-rgn-found-idx)
               end-if
               add sq-received(ws-stn-idx)
                   to rq-received(ws-rgn-found-idx)
               add sq-accepted(ws-stn-idx)
                   to rq-accepted(ws-rgn-found-idx)
               add sq-rejected(ws-stn-idx)
                   to rq-rejected(ws-rgn-found-idx)
               add sq-suspect(ws-stn-idx)
                   to rq-suspect(ws-rgn-found-idx)
               add sq-corrections(ws-stn-idx)
                   to rq-corrections(ws-rgn-found-idx)
               add sq-expected(ws-stn-idx)
                   to rq-expected(ws-rgn-found-idx)
               add sq-on-time(ws-stn-idx)
                   to rq-on-time(ws-rgn-found-idx)
           end-if.

       620-write-region-line.
           move rq-received(ws-rgn-idx) to ws-calc-received.
           move rq-accepted(ws-rgn-idx) to ws-calc-accepted.
           move rq-rejected(ws-rgn-idx) to ws-calc-rejected.
           move rq-suspect(ws-rgn-idx) to ws-calc-suspect.
           move rq-corrections(ws-rgn-idx) to ws-calc-corrections.
           move rq-expected(ws-rgn-idx) to ws-calc-expected.
           move rq-on-time(ws-rgn-idx) to ws-calc-on-time.
           perform 410-compute-percentages.
           move spaces to region-detail-line.
           move rq-region(ws-rgn-idx) to rdl-region.
           move rq-stations(ws-rgn-idx) to rdl-stations.
           move rq-received(ws-rgn-idx) to rdl-received.
           move rq-expected(ws-rgn-idx) to rdl-expected.
           move ws-calc-ontime-pct to rdl-ontime-pct.
           move ws-calc-reject-pct to rdl-reject-pct.
           move ws-calc-quar-pct to rdl-quar-pct.
           move ws-calc-corr-pct to rdl-corr-pct.
           move ws-calc-score to rdl-score.
           move rq-flagged(ws-rgn-idx) to rdl-flagged.
           write scorecard-record from region-detail-line.

       700-write-totals.
           move spaces to scorecard-record.
           write scorecard-record.
           move "STATIONS SCORED:" to stt-label.
           move ws-scored-count to stt-count.
           write scorecard-record from score-total-line.
           move "STATIONS BELOW THRESHOLD:" to stt-label.
           move ws-flagged-count to stt-count.
           write scorecard-record from score-total-line.
           move "AUDIT OBSERVATION LINES:" to stt-label.
           move ws-audit-lines to stt-count.
           write scorecard-record from score-total-line.
           move "EXCEPTION (REJECT) LINES:" to stt-label.
           move ws-exception-lines to stt-count.
           write scorecard-record from score-total-line.
           move "CORRECTION LINES:" to stt-label.
           move ws-recon-lines to stt-count.
           write scorecard-record from score-total-line.
           move "MISSING-OBS HISTORY LINES:" to stt-label.
           move ws-misshist-lines to stt-count.
           write scorecard-record from score-total-line.
           if ws-stn-overflow > zero
               move "STATIONS NOT TABLED (OVERFLOW):" to stt-label
               move ws-stn-overflow to stt-count
               write scorecard-record from score-total-line
           end-if.

       800-append-quality-history.
           open extend quality-history-file.
           if ws-dqhist-file-status = "35"
               open output quality-history-file
           end-if.
           perform varying ws-stn-idx from 1 by 1
                   until ws-stn-idx > ws-stn-count
               if sq-is-scored(ws-stn-idx)
                   move ws-score-month to qh-month
                   move sq-station-id(ws-stn-idx) to qh-station-id
                   move sq-score(ws-stn-idx) to qh-score
                   move sq-rank(ws-stn-idx) to qh-rank
                   write quality-history-record
                       from quality-history-line
               end-if
           end-perform.
           close quality-history-file.

       900-terminate.
           close scorecard-file.
           display "Stations scored: " ws-scored-count
               "  below threshold: " ws-flagged-count.

       end program dq-score.
