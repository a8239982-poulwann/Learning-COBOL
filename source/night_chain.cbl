           select step-status-file assign to "CHAINSTS.DAT"
               organization is line sequential
               file status is ws-status-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  step-status-file.
       01  step-status-record pic x(60).

       fd  system-control-file.
           copy sysctl.

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.

       01 ws-status-file-status pic x(2) value spaces.
       01 ws-status-eof-flag pic x value "N".
           88 end-of-status value "Y".
           05 filler pic x(1) value space.
           05 sst-return-code pic 9(4).

       01 ws-step-count pic 9(2) value 10.
       01 ws-step-idx pic 9(2) value zero.
       01 ws-write-idx pic 9(2) value zero.
       01 ws-resume-step pic 9(2) value zero.
           05 filler pic x(12) value "inv-edit".
           05 filler pic x(12) value "group-item".
           05 filler pic x(12) value "metar-parser".
           05 filler pic x(12) value "synop-decode".
           05 filler pic x(12) value "obs-schedule".
           05 filler pic x(12) value "metar-trend".
           05 filler pic x(12) value "wind-clim".
           05 filler pic x(12) value "taf-verify".
           05 filler pic x(12) value "arch-purge".
           05 filler pic x(12) value "buddy-check".
       01 step-name-table redefines step-name-values.
           05 step-name occurs 10 times pic x(12).

       01 chain-status-table.
           05 chain-status-entry occurs 10 times.
               10 cs-start-stamp pic x(12).
               10 cs-end-stamp pic x(12).
               10 cs-outcome pic x(8).
       01 ws-chain-failed-flag pic x value "N".
           88 chain-has-failed value "Y".
       01 ws-command pic x(40) value spaces.
       01 ws-prestep-env pic x(8) value spaces.
           88 prestep-verify value "VERIFY" "BOTH".
           88 prestep-unload value "UNLOAD" "BOTH".
       01 ws-prestep-mode pic x(8) value spaces.
       01 ws-steps-run pic 9(2) value zero.

       01 ws-current-date-time pic x(21).
       000-main.
           display "Nightly Job Chain - driver run".
           perform 100-initialize.
           perform 200-run-master-prestep.
           perform 300-run-remaining-steps.
           perform 900-terminate.
           stop run.

       100-initialize.
           perform 102-read-system-control.
           if sysctl-is-available
               display "Business date " ws-business-date
           end-if.
           perform 110-clear-status-table.
           perform 120-load-status-file.
           perform 140-pick-resume-step.

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

       110-clear-status-table.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-step-count
           if chain-all-complete or ws-resume-step = zero
               display "Previous chain complete - starting fresh"
               perform 110-clear-status-table
               perform 400-rewrite-status-file
               move 1 to ws-resume-step
           else
               if ws-resume-step > 1
               end-if
           end-if.

       200-run-master-prestep.
           accept ws-prestep-env from environment "NIGHT_MAST_PRESTEP".
           if ws-prestep-env not = spaces
              and not prestep-verify and not prestep-unload
               display "NIGHT_MAST_PRESTEP " ws-prestep-env
                   " not VERIFY, UNLOAD or BOTH - pre-step skipped"
           end-if.
           if ws-resume-step = 1
               if prestep-verify
                   move "VERIFY" to ws-prestep-mode
                   perform 210-run-master-utility
               end-if
               if prestep-unload and not chain-has-failed
                   move "UNLOAD" to ws-prestep-mode
                   perform 210-run-master-utility
               end-if
           end-if.

       210-run-master-utility.
           display "Pre-step: mast-util " ws-prestep-mode " starting".
           display "MAST_MODE" upon environment-name.
           display ws-prestep-mode upon environment-value.
           display "MAST_FILE" upon environment-name.
           display "ALL" upon environment-value.
           move spaces to ws-command.
           move "mast-util" to ws-command.
           move zero to return-code.
           call "SYSTEM" using by content ws-command.
           if return-code = zero
               display "Pre-step: mast-util " ws-prestep-mode
                   " complete"
           else
               set chain-has-failed to true
               display "Pre-step: mast-util " ws-prestep-mode
                   " FAILED, return code " return-code
               display "Chain halted before step 1 - see MASTUTIL.DAT"
           end-if.
           move zero to return-code.

       300-run-remaining-steps.
           perform varying ws-step-idx from ws-resume-step by 1
                   until ws-step-idx > ws-step-count

       320-make-time-stamp.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           move spaces to ws-stamp-work.
           move ws-run-yyyy to ws-stamp-work(1:4).
           move ws-run-mm to ws-stamp-work(5:2).
