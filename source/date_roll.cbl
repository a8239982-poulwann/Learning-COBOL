       identification division.
       program-id. date-roll.

       environment division.
       input-output section.
       file-control.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.
           select step-status-file assign to "CHAINSTS.DAT"
               organization is line sequential
               file status is ws-status-file-status.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.
       fd  system-control-file.
           copy sysctl.

       fd  step-status-file.
       01  step-status-record pic x(60).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-status-file-status pic x(2) value spaces.
       01 ws-status-eof-flag pic x value "N".
           88 end-of-status value "Y".

       01 step-status-line.
           05 sst-step-number pic 9(2).
           05 filler pic x(1).
           05 sst-step-name pic x(12).
           05 filler pic x(1).
           05 sst-start-stamp pic x(12).
           05 filler pic x(1).
           05 sst-end-stamp pic x(12).
           05 filler pic x(1).
           05 sst-outcome pic x(8).
               88 sst-step-complete value "COMPLETE".
           05 filler pic x(1).
           05 sst-return-code pic 9(4).

       01 ws-incomplete-count pic 9(2) value zero.
       01 ws-first-incomplete-step pic 9(2) value zero.
       01 ws-first-incomplete-name pic x(12) value spaces.
       01 ws-first-incomplete-outcome pic x(8) value spaces.

       01 ws-old-business-date pic 9(8) value zero.
       01 ws-old-window-start pic x(12) value spaces.
       01 ws-old-window-end pic x(12) value spaces.
       01 ws-new-business-date pic 9(8) value zero.
       01 ws-new-date-parts redefines ws-new-business-date.
           05 ws-new-yyyy pic 9(4).
           05 ws-new-mm pic 9(2).
           05 ws-new-dd pic 9(2).
       01 ws-check-date pic 9(8) value zero.
       01 ws-date-integer pic 9(8) value zero.
       01 ws-date-ok-flag pic x value "N".
           88 date-is-valid value "Y".

       01 ws-roll-date-env pic x(8) value spaces.
       01 ws-window-start-env pic x(4) value spaces.
       01 ws-window-end-env pic x(4) value spaces.
       01 ws-window-start-time pic x(4) value "0000".
       01 ws-window-end-time pic x(4) value "2359".
       01 ws-roll-stamp pic x(14) value spaces.
       01 ws-refusal-reason pic x(40) value spaces.

       01 ws-operator-id pic x(8) value spaces.
       01 ws-opermast-file-status pic x(2) value spaces.
       01 ws-audit-file-status pic x(2) value spaces.
       01 ws-opermast-eof-flag pic x value "N".
           88 end-of-opermast value "Y".
       01 ws-operator-ok-flag pic x value "N".
           88 operator-is-authorized value "Y".
       01 ws-operator-found-flag pic x value "N".
           88 operator-is-known value "Y".
       01 ws-required-level pic 9 value 2.
           copy opermast.
           copy auditrec.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 ws-run-ss pic 9(2).
           05 filler pic x(7).
       01 ws-run-date redefines ws-current-date-time pic 9(8).

       procedure division.

       000-main.
           display "Business Date Roll - supervisor run".
           perform 100-initialize.
           perform 200-check-chain-status.
           perform 300-determine-new-date.
           perform 350-determine-window.
           perform 400-write-control-record.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           move ws-current-date-time(1:14) to ws-roll-stamp.
           perform 105-validate-operator.
           perform 110-read-system-control.

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

       110-read-system-control.
           move "N" to ws-sysctl-available-flag.
           open input system-control-file.
           if ws-sysctl-file-status = "00"
               read system-control-file
                   at end continue
                   not at end
                       if sc-business-date is numeric
                          and sc-business-date > zero
                           move "Y" to ws-sysctl-available-flag
                           move sc-business-date
                               to ws-old-business-date
                           move sc-window-start to ws-old-window-start
                           move sc-window-end to ws-old-window-end
                       end-if
               end-read
               close system-control-file
           end-if.
           if sysctl-is-available
               display "Current business date " ws-old-business-date
           else
               display "No system control record - "
                   "initializing a new one"
           end-if.

       200-check-chain-status.
           move zero to ws-incomplete-count.
           move "N" to ws-status-eof-flag.
           open input step-status-file.
           if ws-status-file-status = "00"
               perform until end-of-status
                   read step-status-file into step-status-line
                       at end set end-of-status to true
                       not at end perform 210-check-one-step
                   end-read
               end-perform
               close step-status-file
           else
               display "No chain status file - no chain in progress"
           end-if.
           if ws-incomplete-count > zero
               display "Night chain incomplete at step "
                   ws-first-incomplete-step " ("
                   ws-first-incomplete-name ") "
                   ws-first-incomplete-outcome
               move "Night chain incomplete" to ws-refusal-reason
               perform 800-refuse-roll
           end-if.

       210-check-one-step.
           if sst-step-number is numeric
              and sst-step-number > zero
              and not sst-step-complete
               add 1 to ws-incomplete-count
               if ws-first-incomplete-step = zero
                   move sst-step-number to ws-first-incomplete-step
                   move sst-step-name to ws-first-incomplete-name
                   move sst-outcome to ws-first-incomplete-outcome
               end-if
           end-if.

       300-determine-new-date.
           accept ws-roll-date-env from environment "DATEROLL_DATE".
           if ws-roll-date-env not = spaces
               if ws-roll-date-env is not numeric
                   move "Roll date not numeric" to ws-refusal-reason
                   perform 800-refuse-roll
               end-if
               move ws-roll-date-env to ws-new-business-date
           else
               if sysctl-is-available
                   compute ws-date-integer =
                       function integer-of-date(ws-old-business-date)
                           + 1
                   compute ws-new-business-date =
                       function date-of-integer(ws-date-integer)
               else
                   move ws-run-date to ws-new-business-date
               end-if
           end-if.
           perform 310-validate-new-date.
           if not date-is-valid
               move "Roll date not a valid calendar date"
                   to ws-refusal-reason
               perform 800-refuse-roll
           end-if.
           if sysctl-is-available
              and ws-new-business-date not > ws-old-business-date
               move "Roll date not after current business date"
                   to ws-refusal-reason
               perform 800-refuse-roll
           end-if.

       310-validate-new-date.
           move "N" to ws-date-ok-flag.
           if ws-new-yyyy >= 1601
              and ws-new-mm >= 1 and ws-new-mm <= 12
              and ws-new-dd >= 1 and ws-new-dd <= 31
               compute ws-date-integer =
                   function integer-of-date(ws-new-business-date)
               compute ws-check-date =
                   function date-of-integer(ws-date-integer)
               if ws-check-date = ws-new-business-date
                   set date-is-valid to true
               end-if
           end-if.

       350-determine-window.
           accept ws-window-start-env from environment
               "DATEROLL_START".
           if ws-window-start-env not = spaces
               if ws-window-start-env is numeric
                  and ws-window-start-env(1:2) <= "23"
                  and ws-window-start-env(3:2) <= "59"
                   move ws-window-start-env to ws-window-start-time
               else
                   display "DATEROLL_START invalid - using "
                       ws-window-start-time
               end-if
           end-if.
           accept ws-window-end-env from environment "DATEROLL_END".
           if ws-window-end-env not = spaces
               if ws-window-end-env is numeric
                  and ws-window-end-env(1:2) <= "23"
                  and ws-window-end-env(3:2) <= "59"
                   move ws-window-end-env to ws-window-end-time
               else
                   display "DATEROLL_END invalid - using "
                       ws-window-end-time
               end-if
           end-if.

       400-write-control-record.
           move spaces to system-control-record.
           move ws-new-business-date to sc-business-date.
           move ws-new-business-date to sc-window-start(1:8).
           move ws-window-start-time to sc-window-start(9:4).
           move ws-new-business-date to sc-window-end(1:8).
           move ws-window-end-time to sc-window-end(9:4).
           if ws-window-end-time < ws-window-start-time
               compute ws-date-integer =
                   function integer-of-date(ws-new-business-date)
                       + 1
               compute ws-check-date =
                   function date-of-integer(ws-date-integer)
               move ws-check-date to sc-window-end(1:8)
           end-if.
           move ws-operator-id to sc-rolled-by.
           move ws-roll-stamp to sc-rolled-stamp.
           open output system-control-file.
           write system-control-record.
           close system-control-file.
           display "Business date rolled to " sc-business-date
               " window " sc-window-start " - " sc-window-end.
           move "DATEROLL" to aud-outcome.
           move spaces to aud-detail.
           if sysctl-is-available
               string "Business date " delimited by size
                   ws-old-business-date delimited by size
                   " to " delimited by size
                   ws-new-business-date delimited by size
                   into aud-detail
           else
               string "Business date set to " delimited by size
                   ws-new-business-date delimited by size
                   into aud-detail
           end-if.
           perform 700-write-audit-line.

       700-write-audit-line.
           open extend audit-log-file.
           if ws-audit-file-status = "35"
               open output audit-log-file
           end-if.
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
           move "DATE-ROLL" to aud-station-id.
           move spaces to aud-raw-string.
           string "OLD=" delimited by size
               ws-old-business-date delimited by size
               " NEW=" delimited by size
               ws-new-business-date delimited by size
               " WINDOW=" delimited by size
               ws-window-start-time delimited by size
               "-" delimited by size
               ws-window-end-time delimited by size
               into aud-raw-string.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       800-refuse-roll.
           display "Date roll refused - " ws-refusal-reason.
           move "REFUSED" to aud-outcome.
           move ws-refusal-reason to aud-detail.
           perform 700-write-audit-line.
           move 8 to return-code.
           stop run.

       900-terminate.
           display "Date roll complete".

       end program date-roll.
