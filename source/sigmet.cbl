       identification division.
       program-id. sigmet-ingest.

       environment division.
       input-output section.
       file-control.
           select sigmet-input-file assign to "SIGMETIN.DAT"
               organization is line sequential
               file status is ws-input-file-status.
           select advisory-master-file assign to "ADVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is av-key
               file status is ws-advmast-file-status.
           select sigmet-report-file assign to "SIGMETRPT.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  sigmet-input-file.
       01  sigmet-input-record pic x(256).

       fd  advisory-master-file.
           copy advmast.

       fd  sigmet-report-file.
       01  sigmet-report-record pic x(132).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-advmast-eof-flag pic x value "N".
           88 end-of-advmast value "Y".

       01 ws-input-file-status pic x(2) value spaces.
       01 ws-advmast-file-status pic x(2) value spaces.
       01 ws-advmast-available-flag pic x value "Y".
           88 advmast-is-available value "Y".

       01 sigmet-string pic x(256).
       01 ws-sigmet-length pic 9(3) value 256.
       01 ws-unstring-ptr pic 9(3) value 1.
       01 ws-token-count pic 9(2) value zero.
       01 ws-token-idx pic 9(2) value zero.
       01 ws-tok-len pic 9(2) value zero.
       01 ws-tokens occurs 60 times pic x(20).

       01 ws-msg-valid-flag pic x value "Y".
           88 msg-is-valid value "Y".
           88 msg-is-invalid value "N".
       01 ws-msg-cnl-flag pic x value "N".
           88 msg-is-cancellation value "Y".
       01 ws-record-exists-flag pic x value "N".
           88 advisory-record-exists value "Y".
       01 ws-reject-reason pic x(40) value spaces.

       01 parsed-advisory.
           05 pa-issuing-unit pic x(4).
           05 pa-type pic x.
           05 pa-sequence pic x(4).
           05 pa-valid-start pic x(6).
           05 pa-valid-end pic x(6).
           05 pa-fir pic x(4).
           05 pa-phenomenon pic x(24).
           05 pa-hazard-class pic x(4).
           05 pa-cnl-type pic x.
           05 pa-cnl-sequence pic x(4).
           05 pa-cnl-valid-start pic x(6).

       01 ws-phen-start pic 9(2) value zero.
       01 ws-phen-words pic 9 value zero.
       01 ws-phen-ptr pic 9(2) value 1.
       01 ws-hazard-tally pic 9(3) value zero.
       01 ws-match-count pic 9(3) value zero.

       01 ws-ddhhmm-in pic x(6) value spaces.
       01 ws-ddhhmm-day pic 9(2) value zero.
       01 ws-stamp-out pic x(12) value spaces.
       01 ws-stamp-yyyy pic 9(4) value zero.
       01 ws-stamp-mm pic 9(2) value zero.
       01 ws-day-diff pic s9(2) value zero.

       01 ws-run-stamp pic x(12) value spaces.

       01 ws-read-count pic 9(5) value zero.
       01 ws-issued-count pic 9(5) value zero.
       01 ws-reissued-count pic 9(5) value zero.
       01 ws-replaced-count pic 9(5) value zero.
       01 ws-cancelled-count pic 9(5) value zero.
       01 ws-expired-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.
       01 ws-active-count pic 9(5) value zero.

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

       01 sigmet-title-line.
           05 filler pic x(36) value "SIGMET/AIRMET PROCESSING REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 stl-date pic x(10).

       01 sigmet-section-line.
           05 ssl-text pic x(60).

       01 sigmet-header-line.
           05 filler pic x(11) value "ACTION".
           05 filler pic x(6) value "FIR".
           05 filler pic x(8) value "TYPE".
           05 filler pic x(6) value "SEQ".
           05 filler pic x(15) value "VALID".
           05 filler pic x(26) value "PHENOMENON".
           05 filler pic x(40) value "NOTE".

       01 sigmet-action-line.
           05 sal-action pic x(9).
           05 filler pic x(2) value spaces.
           05 sal-fir pic x(4).
           05 filler pic x(2) value spaces.
           05 sal-type pic x(6).
           05 filler pic x(2) value spaces.
           05 sal-sequence pic x(4).
           05 filler pic x(2) value spaces.
           05 sal-valid-start pic x(6).
           05 sal-valid-sep pic x(1).
           05 sal-valid-end pic x(6).
           05 filler pic x(2) value spaces.
           05 sal-phenomenon pic x(24).
           05 filler pic x(2) value spaces.
           05 sal-note pic x(40).

       01 sigmet-total-line.
           05 stt-label pic x(30).
           05 stt-count pic zzzz9.

       procedure division.

       000-main.
           display "SIGMET/AIRMET Ingest - batch run".
           perform 100-initialize.
           perform 200-process-one-message until end-of-input.
           if advmast-is-available
               perform 700-expire-advisories
               perform 750-list-active-advisories
           end-if.
           perform 800-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           move ws-run-yyyy to ws-run-stamp(1:4).
           move ws-run-mm to ws-run-stamp(5:2).
           move ws-run-dd to ws-run-stamp(7:2).
           move ws-run-hh to ws-run-stamp(9:2).
           move ws-run-mn to ws-run-stamp(11:2).
           open i-o advisory-master-file.
           if ws-advmast-file-status = "35"
               open output advisory-master-file
               close advisory-master-file
               open i-o advisory-master-file
           end-if.
           move "Y" to ws-advmast-available-flag.
           if ws-advmast-file-status not = "00"
               move "N" to ws-advmast-available-flag
               display "Advisory master unavailable, status "
                   ws-advmast-file-status
                   " - run abandoned"
               move 8 to return-code
               set end-of-input to true
           end-if.
           open output sigmet-report-file.
           move ws-run-mm to stl-date(1:2).
           move "/" to stl-date(3:1).
           move ws-run-dd to stl-date(4:2).
           move "/" to stl-date(6:1).
           move ws-run-yyyy to stl-date(7:4).
           write sigmet-report-record from sigmet-title-line.
           move spaces to sigmet-report-record.
           write sigmet-report-record.
           move "MESSAGES PROCESSED" to ssl-text.
           write sigmet-report-record from sigmet-section-line.
           write sigmet-report-record from sigmet-header-line.
           if advmast-is-available
               open input sigmet-input-file
               if ws-input-file-status not = "00"
                   display "No SIGMET input, status "
                       ws-input-file-status
                   set end-of-input to true
               end-if
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
           move "SIGMET" to aud-station-id.
           move "RUN" to aud-outcome.
           move "SIGMET/AIRMET ingest started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       200-process-one-message.
           read sigmet-input-file into sigmet-string
               at end
                   set end-of-input to true
               not at end
                   if sigmet-string not = spaces
                       add 1 to ws-read-count
                       perform 300-parse-message
                       if msg-is-invalid
                           perform 480-write-reject-line
                       else
                           if msg-is-cancellation
                               perform 500-cancel-advisory
                           else
                               perform 400-store-advisory
                           end-if
                       end-if
                   end-if
           end-read.

       300-parse-message.
           set msg-is-valid to true.
           move "N" to ws-msg-cnl-flag.
           move spaces to ws-reject-reason parsed-advisory.
           inspect sigmet-string replacing all "=" by space.
           perform 305-tokenize-message.
           perform 310-assign-fixed-fields.
           if msg-is-valid
               perform 320-find-fir
           end-if.
           if msg-is-valid
               if ws-tokens(ws-phen-start) = "CNL"
                   set msg-is-cancellation to true
                   perform 340-parse-cancellation
               else
                   perform 350-parse-phenomenon
               end-if
           end-if.

       305-tokenize-message.
           move 1 to ws-unstring-ptr.
           move zero to ws-token-count.
           perform until ws-unstring-ptr > ws-sigmet-length
                   or ws-token-count >= 60
               unstring sigmet-string delimited by all space
                   into ws-tokens(ws-token-count + 1)
                   with pointer ws-unstring-ptr
               end-unstring
               if ws-tokens(ws-token-count + 1) not = spaces
                   add 1 to ws-token-count
               end-if
           end-perform.

       310-assign-fixed-fields.
           if ws-token-count < 6
               set msg-is-invalid to true
               move "Too few groups for SIGMET/AIRMET"
                   to ws-reject-reason
           else
               move ws-tokens(1) to pa-issuing-unit
               move ws-tokens(1) to pa-fir
               evaluate ws-tokens(2)
                   when "SIGMET"
                       move "S" to pa-type
                   when "AIRMET"
                       move "A" to pa-type
                   when other
                       set msg-is-invalid to true
                       move "Not a SIGMET or AIRMET"
                           to ws-reject-reason
               end-evaluate
               move ws-tokens(3) to pa-sequence
               if ws-tokens(4) not = "VALID"
                  or ws-tokens(5)(1:6) is not numeric
                  or ws-tokens(5)(7:1) not = "/"
                  or ws-tokens(5)(8:6) is not numeric
                   set msg-is-invalid to true
                   move "Validity not VALID ddhhmm/ddhhmm"
                       to ws-reject-reason
               else
                   move ws-tokens(5)(1:6) to pa-valid-start
                   move ws-tokens(5)(8:6) to pa-valid-end
               end-if
           end-if.

       320-find-fir.
           move zero to ws-phen-start.
           perform varying ws-token-idx from 6 by 1
                   until ws-token-idx > ws-token-count
                      or ws-phen-start > zero
               move zero to ws-tok-len
               inspect ws-tokens(ws-token-idx) tallying ws-tok-len
                   for characters before initial space
               if ws-tok-len > 1
                  and ws-tokens(ws-token-idx)(ws-tok-len:1) = "-"
                  and ws-token-idx < ws-token-count
                   move ws-tokens(ws-token-idx + 1) to pa-fir
               end-if
               if ws-tokens(ws-token-idx) = "FIR" or "UIR"
                  or "FIR/UIR" or "CTA"
                   compute ws-phen-start = ws-token-idx + 1
               end-if
           end-perform.
           if ws-phen-start = zero or ws-phen-start > ws-token-count
               set msg-is-invalid to true
               move "FIR name not ended by FIR/UIR/CTA"
                   to ws-reject-reason
           end-if.

       340-parse-cancellation.
           move pa-type to pa-cnl-type.
           compute ws-token-idx = ws-phen-start + 1.
           if ws-token-idx <= ws-token-count
               evaluate ws-tokens(ws-token-idx)
                   when "SIGMET"
                       move "S" to pa-cnl-type
                       add 1 to ws-token-idx
                   when "AIRMET"
                       move "A" to pa-cnl-type
                       add 1 to ws-token-idx
               end-evaluate
           end-if.
           if ws-token-idx > ws-token-count
               set msg-is-invalid to true
               move "CNL without sequence number" to ws-reject-reason
           else
               move ws-tokens(ws-token-idx) to pa-cnl-sequence
               add 1 to ws-token-idx
               if ws-token-idx <= ws-token-count
                  and ws-tokens(ws-token-idx)(1:6) is numeric
                  and ws-tokens(ws-token-idx)(7:1) = "/"
                   move ws-tokens(ws-token-idx)(1:6)
                       to pa-cnl-valid-start
               end-if
           end-if.

       350-parse-phenomenon.
           move 1 to ws-phen-ptr.
           move zero to ws-phen-words.
           perform varying ws-token-idx from ws-phen-start by 1
                   until ws-token-idx > ws-token-count
                      or ws-phen-words >= 3
               if ws-tokens(ws-token-idx) = "OBS" or "FCST" or "AT"
                  or "WI" or "ENTIRE" or "STNR" or "MOV"
                  or (ws-tokens(ws-token-idx)(1:2) = "FL"
                      and ws-tokens(ws-token-idx)(3:1) is numeric)
                   move 3 to ws-phen-words
               else
                   if ws-phen-words > zero
                       string " " delimited by size
                           into pa-phenomenon
                           with pointer ws-phen-ptr
                       end-string
                   end-if
                   string ws-tokens(ws-token-idx) delimited by space
                       into pa-phenomenon
                       with pointer ws-phen-ptr
                   end-string
                   add 1 to ws-phen-words
               end-if
           end-perform.
           if pa-phenomenon = spaces
               set msg-is-invalid to true
               move "No phenomenon after FIR name" to ws-reject-reason
           else
               perform 360-classify-hazard
           end-if.

       360-classify-hazard.
           move "OTHR" to pa-hazard-class.
           move zero to ws-hazard-tally.
           inspect pa-phenomenon tallying ws-hazard-tally
               for all "VA ".
           if ws-hazard-tally > 0
               move "VA" to pa-hazard-class
           else
           if pa-phenomenon(1:3) = "TC "
               move "TC" to pa-hazard-class
           else
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "TS"
               if ws-hazard-tally > 0
                   move "TS" to pa-hazard-class
               else
                   perform 365-classify-other-hazard
               end-if
           end-if
           end-if.

       365-classify-other-hazard.
           inspect pa-phenomenon tallying ws-hazard-tally
               for all "TURB".
           if ws-hazard-tally > 0
               move "TURB" to pa-hazard-class
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "ICE"
               if ws-hazard-tally > 0
                   move "ICE" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "MTW"
               if ws-hazard-tally > 0
                   move "MTW" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "DS" all "SS"
               if ws-hazard-tally > 0
                   move "DUST" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "RDOACT"
               if ws-hazard-tally > 0
                   move "RDO" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "VIS"
               if ws-hazard-tally > 0
                   move "VIS" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "CLD"
               if ws-hazard-tally > 0
                   move "CLD" to pa-hazard-class
               end-if
           end-if.
           if pa-hazard-class = "OTHR"
               inspect pa-phenomenon tallying ws-hazard-tally
                   for all "WSPD"
               if ws-hazard-tally > 0
                   move "WIND" to pa-hazard-class
               end-if
           end-if.

       380-stamp-from-ddhhmm.
           move ws-run-yyyy to ws-stamp-yyyy.
           move ws-run-mm to ws-stamp-mm.
           move ws-ddhhmm-in(1:2) to ws-ddhhmm-day.
           compute ws-day-diff = ws-ddhhmm-day - ws-run-dd.
           if ws-day-diff > 15
               if ws-stamp-mm = 1
                   move 12 to ws-stamp-mm
                   subtract 1 from ws-stamp-yyyy
               else
                   subtract 1 from ws-stamp-mm
               end-if
           end-if.
           if ws-day-diff < -15
               if ws-stamp-mm = 12
                   move 1 to ws-stamp-mm
                   add 1 to ws-stamp-yyyy
               else
                   add 1 to ws-stamp-mm
               end-if
           end-if.
           move ws-stamp-yyyy to ws-stamp-out(1:4).
           move ws-stamp-mm to ws-stamp-out(5:2).
           move ws-ddhhmm-in to ws-stamp-out(7:6).

       400-store-advisory.
           perform 410-supersede-same-sequence.
           perform 420-build-advisory-record.
           move "N" to ws-record-exists-flag.
           write advisory-master-record
               invalid key
                   set advisory-record-exists to true
           end-write.
           if advisory-record-exists
               rewrite advisory-master-record
               add 1 to ws-reissued-count
               move "REISSUED" to sal-action
               move "Same FIR, sequence and validity" to sal-note
           else
               add 1 to ws-issued-count
               move "ISSUED" to sal-action
               move spaces to sal-note
           end-if.
           perform 470-write-action-line.

       410-supersede-same-sequence.
           move "N" to ws-advmast-eof-flag.
           move pa-fir to av-fir.
           move pa-type to av-type.
           move pa-sequence to av-sequence.
           move low-values to av-valid-start.
           start advisory-master-file key is greater than av-key
               invalid key
                   set end-of-advmast to true
           end-start.
           perform until end-of-advmast
               read advisory-master-file next record
                   at end set end-of-advmast to true
                   not at end
                       if av-fir not = pa-fir
                          or av-type not = pa-type
                          or av-sequence not = pa-sequence
                           set end-of-advmast to true
                       else
                           if av-is-active
                              and av-valid-start not = pa-valid-start
                               move "R" to av-status
                               move ws-run-stamp to av-status-stamp
                               move pa-valid-start to av-superseded-by
                               rewrite advisory-master-record
                               add 1 to ws-replaced-count
                               move "REPLACED" to sal-action
                               move spaces to sal-note
                               string "By issue valid from "
                                   delimited by size
                                   pa-valid-start delimited by size
                                   into sal-note
                               end-string
                               perform 460-action-from-master
                           end-if
                       end-if
               end-read
           end-perform.

       420-build-advisory-record.
           move spaces to advisory-master-record.
           move pa-fir to av-fir.
           move pa-type to av-type.
           move pa-sequence to av-sequence.
           move pa-valid-start to av-valid-start.
           move pa-valid-end to av-valid-end.
           move pa-valid-start to ws-ddhhmm-in.
           perform 380-stamp-from-ddhhmm.
           move ws-stamp-out to av-start-stamp.
           move pa-valid-end to ws-ddhhmm-in.
           perform 380-stamp-from-ddhhmm.
           move ws-stamp-out to av-end-stamp.
           move pa-issuing-unit to av-issuing-unit.
           move "A" to av-status.
           move pa-phenomenon to av-phenomenon.
           move pa-hazard-class to av-hazard-class.
           move ws-run-stamp to av-received-stamp.
           move ws-run-stamp to av-status-stamp.
           move sigmet-string(1:120) to av-raw-text.

       460-action-from-master.
           move av-fir to sal-fir.
           if av-is-sigmet
               move "SIGMET" to sal-type
           else
               move "AIRMET" to sal-type
           end-if.
           move av-sequence to sal-sequence.
           move av-valid-start to sal-valid-start.
           move "/" to sal-valid-sep.
           move av-valid-end to sal-valid-end.
           move av-phenomenon to sal-phenomenon.
           write sigmet-report-record from sigmet-action-line.

       470-write-action-line.
           move pa-fir to sal-fir.
           if pa-type = "S"
               move "SIGMET" to sal-type
           else
               move "AIRMET" to sal-type
           end-if.
           move pa-sequence to sal-sequence.
           move pa-valid-start to sal-valid-start.
           move "/" to sal-valid-sep.
           move pa-valid-end to sal-valid-end.
           move pa-phenomenon to sal-phenomenon.
           write sigmet-report-record from sigmet-action-line.

       480-write-reject-line.
           add 1 to ws-reject-count.
           move "REJECTED" to sal-action.
           move pa-fir to sal-fir.
           move spaces to sal-type.
           if ws-token-count >= 2
               move ws-tokens(2) to sal-type
           end-if.
           move pa-sequence to sal-sequence.
           move pa-valid-start to sal-valid-start.
           move spaces to sal-valid-sep.
           move pa-valid-end to sal-valid-end.
           move sigmet-string(1:24) to sal-phenomenon.
           move ws-reject-reason to sal-note.
           write sigmet-report-record from sigmet-action-line.

       500-cancel-advisory.
           move zero to ws-match-count.
           move "N" to ws-advmast-eof-flag.
           move pa-fir to av-fir.
           move pa-cnl-type to av-type.
           move pa-cnl-sequence to av-sequence.
           move low-values to av-valid-start.
           start advisory-master-file key is greater than av-key
               invalid key
                   set end-of-advmast to true
           end-start.
           perform until end-of-advmast
               read advisory-master-file next record
                   at end set end-of-advmast to true
                   not at end
                       if av-fir not = pa-fir
                          or av-type not = pa-cnl-type
                          or av-sequence not = pa-cnl-sequence
                           set end-of-advmast to true
                       else
                           if av-is-active
                              and (pa-cnl-valid-start = spaces
                                   or av-valid-start
                                      = pa-cnl-valid-start)
                               move "C" to av-status
                               move ws-run-stamp to av-status-stamp
                               rewrite advisory-master-record
                               add 1 to ws-cancelled-count
                               add 1 to ws-match-count
                               move "CANCELLED" to sal-action
                               move spaces to sal-note
                               string "By CNL in issue "
                                   delimited by size
                                   pa-sequence delimited by space
                                   into sal-note
                               end-string
                               perform 460-action-from-master
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-match-count = zero
               move "No active advisory matches CNL"
                   to ws-reject-reason
               move pa-cnl-type to pa-type
               move pa-cnl-sequence to pa-sequence
               move pa-cnl-valid-start to pa-valid-start
               move spaces to pa-valid-end
               perform 480-write-reject-line
           end-if.

       700-expire-advisories.
           move "N" to ws-advmast-eof-flag.
           move low-values to av-key.
           start advisory-master-file key is greater than av-key
               invalid key
                   set end-of-advmast to true
           end-start.
           perform until end-of-advmast
               read advisory-master-file next record
                   at end set end-of-advmast to true
                   not at end
                       if av-is-active
                          and av-end-stamp <= ws-run-stamp
                           move "E" to av-status
                           move ws-run-stamp to av-status-stamp
                           rewrite advisory-master-record
                           add 1 to ws-expired-count
                           move "EXPIRED" to sal-action
                           move "Validity period ended" to sal-note
                           perform 460-action-from-master
                       end-if
               end-read
           end-perform.

       750-list-active-advisories.
           move spaces to sigmet-report-record.
           write sigmet-report-record.
           move "ACTIVE ADVISORIES AFTER THIS RUN" to ssl-text.
           write sigmet-report-record from sigmet-section-line.
           write sigmet-report-record from sigmet-header-line.
           move "N" to ws-advmast-eof-flag.
           move low-values to av-key.
           start advisory-master-file key is greater than av-key
               invalid key
                   set end-of-advmast to true
           end-start.
           perform until end-of-advmast
               read advisory-master-file next record
                   at end set end-of-advmast to true
                   not at end
                       if av-is-active
                           add 1 to ws-active-count
                           if av-start-stamp > ws-run-stamp
                               move "PENDING" to sal-action
                               move "Not yet in force" to sal-note
                           else
                               move "IN FORCE" to sal-action
                               move spaces to sal-note
                           end-if
                           perform 460-action-from-master
                       end-if
               end-read
           end-perform.

       800-write-totals.
           move spaces to sigmet-report-record.
           write sigmet-report-record.
           move "MESSAGES READ:" to stt-label.
           move ws-read-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ADVISORIES ISSUED:" to stt-label.
           move ws-issued-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ADVISORIES RE-ISSUED:" to stt-label.
           move ws-reissued-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ADVISORIES REPLACED:" to stt-label.
           move ws-replaced-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ADVISORIES CANCELLED:" to stt-label.
           move ws-cancelled-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ADVISORIES EXPIRED:" to stt-label.
           move ws-expired-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "MESSAGES REJECTED:" to stt-label.
           move ws-reject-count to stt-count.
           write sigmet-report-record from sigmet-total-line.
           move "ACTIVE AFTER RUN:" to stt-label.
           move ws-active-count to stt-count.
           write sigmet-report-record from sigmet-total-line.

       900-terminate.
           if advmast-is-available
               close advisory-master-file
               if ws-input-file-status = "00"
                  or ws-input-file-status = "10"
                   close sigmet-input-file
               end-if
           end-if.
           close sigmet-report-file.
           display "SIGMET/AIRMET messages read: " ws-read-count.

       end program sigmet-ingest.
