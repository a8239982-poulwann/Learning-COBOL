       identification division.
       program-id. gl-jrnl.

       environment division.
       input-output section.
       file-control.
           select item-history-file assign to "ITEMHIST.DAT"
               organization is line sequential
               file status is ws-history-file-status.
           select history-work-file assign to "ITEMWORK.DAT"
               organization is line sequential
               file status is ws-work-file-status.
           select inventory-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is random
               record key is im-item-number
               file status is ws-invmast-file-status.
           select gl-map-file assign to "GLMAP.DAT"
               organization is line sequential
               file status is ws-glmap-file-status.
           select journal-file assign to "GLJRNL.DAT"
               organization is line sequential
               file status is ws-journal-file-status.
           select suspense-report-file assign to "GLSUSP.DAT"
               organization is line sequential.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  history-work-file.
       01  history-work-record pic x(80).

       fd  inventory-master-file.
           copy invmast.

       fd  gl-map-file.
       01  gl-map-record pic x(80).

       fd  journal-file.
       01  journal-record pic x(100).

       fd  suspense-report-file.
       01  suspense-report-record pic x(132).

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
       01 ws-work-eof-flag pic x value "N".
           88 end-of-work-file value "Y".

       01 ws-history-file-status pic x(2) value spaces.
       01 ws-work-file-status pic x(2) value spaces.
       01 ws-glmap-file-status pic x(2) value spaces.
       01 ws-journal-file-status pic x(2) value spaces.
       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-history-available-flag pic x value "N".
           88 history-is-available value "Y".

       01 history-detail-line.
           05 ih-date pic 9(8).
           05 filler pic x(1) value space.
           05 ih-trans-code pic x(1).
           05 filler pic x(1) value space.
           05 ih-item-number pic 9(3).
           05 filler pic x(1) value space.
           05 ih-quantity pic 9(5).
           05 filler pic x(1) value space.
           05 ih-balance pic 9(5).
           05 filler pic x(1) value space.
           05 ih-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-to-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-reference pic x(10).
           05 filler pic x(1) value space.
           05 ih-reason-code pic x(1).
               88 ih-is-count-adjustment value "C".
           05 filler pic x(1) value space.
           05 ih-unit-cost pic 9(5)v99.
           05 ih-unit-cost-x redefines ih-unit-cost pic x(7).
           05 filler pic x(1) value space.
           05 ih-gl-status pic x(1).
               88 ih-gl-posted value "P".
               88 ih-gl-suspended value "S".
           05 filler pic x(1) value space.
           05 ih-gl-batch pic x(14).

       01 gl-map-line.
           05 gml-movement-type pic x(4).
           05 filler pic x(1).
           05 gml-location pic x(3).
           05 filler pic x(1).
           05 gml-debit-account pic x(10).
           05 filler pic x(1).
           05 gml-credit-account pic x(10).
           05 filler pic x(50).

       01 ws-map-count pic 9(3) value zero.
       01 ws-map-idx pic 9(3) value zero.
       01 ws-map-found-idx pic 9(3) value zero.
       01 ws-map-max pic 9(3) value 200.
       01 gl-map-table.
           05 gl-map-entry occurs 200 times.
               10 gm-movement-type pic x(4).
               10 gm-location pic x(3).
               10 gm-debit-account pic x(10).
               10 gm-credit-account pic x(10).
       01 ws-any-location pic x(3) value "***".

       01 ws-map-type pic x(4) value spaces.
       01 ws-map-location pic x(3) value spaces.
       01 ws-movement-type pic x(4) value spaces.
           88 movement-is-journalled
               value "RCPT" "ISSU" "XFER" "ADJU" "ADJD".
           88 movement-is-transfer value "XFER".
       01 ws-debit-account pic x(10) value spaces.
       01 ws-credit-account pic x(10) value spaces.
       01 ws-suspense-reason pic x(30) value spaces.
       01 ws-movement-value pic 9(10)v99 value zero.
       01 ws-movement-cost pic 9(5)v99 value zero.

       01 ws-gl-date-env pic x(8) value spaces.
       01 ws-journal-date pic 9(8) value zero.
       01 ws-cutover-env pic x(8) value spaces.
       01 ws-cutover-date pic 9(8) value zero.
       01 ws-resubmit-env pic x(1) value spaces.
           88 resubmit-suspense value "Y" "y".
       01 ws-batch-id pic x(14) value spaces.
       01 ws-batch-open-flag pic x value "N".
           88 journal-batch-open value "Y".
       01 ws-line-number pic 9(5) value zero.

       01 ws-history-read pic 9(7) value zero.
       01 ws-journalled-count pic 9(7) value zero.
       01 ws-already-posted-count pic 9(7) value zero.
       01 ws-suspense-count pic 9(7) value zero.
       01 ws-not-movement-count pic 9(7) value zero.
       01 ws-later-dated-count pic 9(7) value zero.
       01 ws-before-cutover-count pic 9(7) value zero.
       01 ws-prior-suspense-count pic 9(7) value zero.
       01 ws-master-cost-count pic 9(7) value zero.
       01 ws-zero-value-count pic 9(7) value zero.
       01 ws-marked-count pic 9(7) value zero.
       01 ws-total-debits pic 9(11)v99 value zero.
       01 ws-total-credits pic 9(11)v99 value zero.
       01 ws-suspense-value pic 9(11)v99 value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 filler pic x(13).

       01 journal-header-line.
           05 jh-record-code pic x(1) value "H".
           05 filler pic x(1) value space.
           05 jh-batch-id pic x(14).
           05 filler pic x(1) value space.
           05 jh-journal-date pic 9(8).
           05 filler pic x(1) value space.
           05 jh-source pic x(10) value "INVENTORY".

       01 journal-detail-line.
           05 jd-record-code pic x(1) value "D".
           05 filler pic x(1) value space.
           05 jd-batch-id pic x(14).
           05 filler pic x(1) value space.
           05 jd-line-number pic 9(5).
           05 filler pic x(1) value space.
           05 jd-account pic x(10).
           05 filler pic x(1) value space.
           05 jd-debit-credit pic x(1).
           05 filler pic x(1) value space.
           05 jd-amount pic 9(10)v99.
           05 filler pic x(1) value space.
           05 jd-movement-type pic x(4).
           05 filler pic x(1) value space.
           05 jd-movement-date pic 9(8).
           05 filler pic x(1) value space.
           05 jd-item-number pic 9(3).
           05 filler pic x(1) value space.
           05 jd-location pic x(3).
           05 filler pic x(1) value space.
           05 jd-quantity pic 9(5).
           05 filler pic x(1) value space.
           05 jd-reference pic x(10).

       01 journal-trailer-line.
           05 jt-record-code pic x(1) value "T".
           05 filler pic x(1) value space.
           05 jt-batch-id pic x(14).
           05 filler pic x(1) value space.
           05 jt-line-count pic 9(5).
           05 filler pic x(1) value space.
           05 jt-total-debits pic 9(11)v99.
           05 filler pic x(1) value space.
           05 jt-total-credits pic 9(11)v99.
           05 filler pic x(1) value space.
           05 jt-movement-count pic 9(7).

       01 suspense-title-line.
           05 filler pic x(36)
               value "GL JOURNAL SUSPENSE REPORT".
           05 filler pic x(14) value "JOURNAL DATE: ".
           05 stl-journal-date pic x(10).
           05 filler pic x(9) value "  BATCH: ".
           05 stl-batch-id pic x(14).

       01 suspense-header-line.
           05 filler pic x(10) value "DATE".
           05 filler pic x(5) value "CODE".
           05 filler pic x(6) value "ITEM".
           05 filler pic x(7) value "QTY".
           05 filler pic x(5) value "LOC".
           05 filler pic x(5) value "TO".
           05 filler pic x(12) value "REFERENCE".
           05 filler pic x(16) value "VALUE".
           05 filler pic x(30) value "REASON".

       01 suspense-detail-line.
           05 sdl-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 sdl-movement-type pic x(4).
           05 filler pic x(1) value spaces.
           05 sdl-item-number pic 9(3).
           05 filler pic x(3) value spaces.
           05 sdl-quantity pic zzzz9.
           05 filler pic x(2) value spaces.
           05 sdl-location pic x(3).
           05 filler pic x(2) value spaces.
           05 sdl-to-location pic x(3).
           05 filler pic x(2) value spaces.
           05 sdl-reference pic x(10).
           05 filler pic x(2) value spaces.
           05 sdl-value pic zzzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 sdl-reason pic x(30).

       01 suspense-count-line.
           05 scl-label pic x(36).
           05 scl-count pic zzzzzz9.

       01 suspense-amount-line.
           05 sal-label pic x(36).
           05 sal-amount pic zzzzzzzzzz9.99.

       01 suspense-section-line.
           05 ssl-text pic x(60).

       procedure division.

       000-main.
           display "GL Journal Interface - batch run".
           perform 100-initialize.
           perform 200-process-one-history-line until end-of-input.
           perform 500-close-history-pass.
           perform 600-close-journal-batch.
           if ws-marked-count > zero
               perform 550-rewrite-history
           end-if.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           accept ws-gl-date-env from environment "GL_DATE".
           if ws-gl-date-env is numeric
              and ws-gl-date-env(5:2) >= "01"
              and ws-gl-date-env(5:2) <= "12"
               move ws-gl-date-env to ws-journal-date
           else
               move ws-current-date-time(1:8) to ws-journal-date
           end-if.
           accept ws-cutover-env from environment "GL_CUTOVER".
           if ws-cutover-env = spaces
               move ws-journal-date to ws-cutover-date
           else
               if ws-cutover-env is not numeric
                  or ws-cutover-env > ws-journal-date
                   display "GL_CUTOVER not a yyyymmdd date on or "
                       "before the journal date: " ws-cutover-env
                       " - run refused"
                   move 8 to return-code
                   stop run
               end-if
               move ws-cutover-env to ws-cutover-date
           end-if.
           accept ws-resubmit-env from environment "GL_RESUBMIT".
           open input inventory-master-file.
           if ws-invmast-file-status not = "00"
               display "Inventory master unavailable, status "
                   ws-invmast-file-status " - run refused"
               move 8 to return-code
               stop run
           end-if.
           move ws-current-date-time(1:8) to ws-batch-id(1:8).
           move ws-current-date-time(9:6) to ws-batch-id(9:6).
           perform 110-load-gl-map.
           open output suspense-report-file.
           move ws-journal-date(5:2) to stl-journal-date(1:2).
           move "/" to stl-journal-date(3:1).
           move ws-journal-date(7:2) to stl-journal-date(4:2).
           move "/" to stl-journal-date(6:1).
           move ws-journal-date(1:4) to stl-journal-date(7:4).
           move ws-batch-id to stl-batch-id.
           write suspense-report-record from suspense-title-line.
           move spaces to suspense-report-record.
           write suspense-report-record.
           write suspense-report-record from suspense-header-line.
           move "N" to ws-eof-flag.
           move "N" to ws-history-available-flag.
           open input item-history-file.
           if ws-history-file-status not = "00"
               display "Item history unavailable, status "
                   ws-history-file-status
               set end-of-input to true
           else
               set history-is-available to true
               open output history-work-file
               perform 150-read-next-history-line
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

       110-load-gl-map.
           move zero to ws-map-count.
           move "N" to ws-eof-flag.
           open input gl-map-file.
           if ws-glmap-file-status not = "00"
               display "GL account mapping unavailable, status "
                   ws-glmap-file-status
                   " - all movements will go to suspense"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read gl-map-file into gl-map-line
                   at end set end-of-input to true
                   not at end perform 115-store-one-mapping
               end-read
           end-perform.
           if ws-glmap-file-status = "00"
              or ws-glmap-file-status = "10"
               close gl-map-file
           end-if.

       115-store-one-mapping.
           if gml-movement-type not = spaces
               if ws-map-count < ws-map-max
                   add 1 to ws-map-count
                   move gml-movement-type
                       to gm-movement-type(ws-map-count)
                   move gml-location to gm-location(ws-map-count)
                   move gml-debit-account
                       to gm-debit-account(ws-map-count)
                   move gml-credit-account
                       to gm-credit-account(ws-map-count)
               else
                   display "GL mapping table full, entry ignored: "
                       gml-movement-type " " gml-location
               end-if
           end-if.

       150-read-next-history-line.
           read item-history-file into history-detail-line
               at end set end-of-input to true
           end-read.

       200-process-one-history-line.
           add 1 to ws-history-read.
           perform 210-classify-movement.
           evaluate true
               when not movement-is-journalled
                   add 1 to ws-not-movement-count
               when ih-gl-posted
                   add 1 to ws-already-posted-count
               when ih-gl-suspended and not resubmit-suspense
                   add 1 to ws-prior-suspense-count
               when ih-date is not numeric
                   move "MOVEMENT DATE NOT NUMERIC"
                       to ws-suspense-reason
                   move zero to ws-movement-value
                   perform 400-write-suspense-line
               when ih-date < ws-cutover-date
                   add 1 to ws-before-cutover-count
               when ih-date > ws-journal-date
                   add 1 to ws-later-dated-count
               when other
                   perform 250-journal-one-movement
           end-evaluate.
           write history-work-record from history-detail-line.
           perform 150-read-next-history-line.

       210-classify-movement.
           evaluate true
               when ih-trans-code = "R" and ih-is-count-adjustment
                   move "ADJU" to ws-movement-type
               when ih-trans-code = "R"
                   move "RCPT" to ws-movement-type
               when ih-trans-code = "I" and ih-is-count-adjustment
                   move "ADJD" to ws-movement-type
               when ih-trans-code = "I"
                   move "ISSU" to ws-movement-type
               when ih-trans-code = "M"
                   move "XFER" to ws-movement-type
               when other
                   move spaces to ws-movement-type
           end-evaluate.

       250-journal-one-movement.
           move spaces to ws-suspense-reason.
           move zero to ws-movement-value.
           if ih-quantity is not numeric
               move "MOVEMENT QUANTITY NOT NUMERIC"
                   to ws-suspense-reason
           else
               perform 240-cost-movement
           end-if.
           if ws-suspense-reason = spaces
               compute ws-movement-value =
                   ih-quantity * ws-movement-cost
               perform 220-resolve-accounts
           end-if.
           if ws-suspense-reason not = spaces
               perform 400-write-suspense-line
           else
               if ws-movement-value = zero
                   add 1 to ws-zero-value-count
               else
                   perform 300-journal-movement
               end-if
               perform 350-mark-posted
           end-if.

       240-cost-movement.
           if ih-unit-cost-x is numeric
              and ih-unit-cost > zero
               move ih-unit-cost to ws-movement-cost
           else
               move ih-item-number to im-item-number
               read inventory-master-file
                   invalid key
                       move "ITEM NOT ON INVENTORY MASTER"
                           to ws-suspense-reason
                   not invalid key
                       move im-unit-cost to ws-movement-cost
                       add 1 to ws-master-cost-count
               end-read
           end-if.

       220-resolve-accounts.
           move spaces to ws-debit-account ws-credit-account.
           move ws-movement-type to ws-map-type.
           if movement-is-transfer
               move ih-to-location to ws-map-location
               perform 230-find-mapping
               if ws-map-found-idx not = zero
                   move gm-debit-account(ws-map-found-idx)
                       to ws-debit-account
               end-if
               move ih-location to ws-map-location
               perform 230-find-mapping
               if ws-map-found-idx not = zero
                   move gm-credit-account(ws-map-found-idx)
                       to ws-credit-account
               end-if
           else
               move ih-location to ws-map-location
               perform 230-find-mapping
               if ws-map-found-idx not = zero
                   move gm-debit-account(ws-map-found-idx)
                       to ws-debit-account
                   move gm-credit-account(ws-map-found-idx)
                       to ws-credit-account
               end-if
           end-if.
           if ws-debit-account = spaces
               move "NO DEBIT ACCOUNT MAPPED" to ws-suspense-reason
           end-if.
           if ws-credit-account = spaces
               move "NO CREDIT ACCOUNT MAPPED" to ws-suspense-reason
           end-if.
           if ws-debit-account = spaces
              and ws-credit-account = spaces
               move "NO GL MAPPING FOR TYPE/LOC"
                   to ws-suspense-reason
           end-if.

       230-find-mapping.
           move zero to ws-map-found-idx.
           perform varying ws-map-idx from 1 by 1
                   until ws-map-idx > ws-map-count
                   or ws-map-found-idx not = zero
               if gm-movement-type(ws-map-idx) = ws-map-type
                  and gm-location(ws-map-idx) = ws-map-location
                   move ws-map-idx to ws-map-found-idx
               end-if
           end-perform.
           perform varying ws-map-idx from 1 by 1
                   until ws-map-idx > ws-map-count
                   or ws-map-found-idx not = zero
               if gm-movement-type(ws-map-idx) = ws-map-type
                  and gm-location(ws-map-idx) = ws-any-location
                   move ws-map-idx to ws-map-found-idx
               end-if
           end-perform.

       300-journal-movement.
           if not journal-batch-open
               perform 310-open-journal-batch
           end-if.
           move ws-debit-account to jd-account.
           move "D" to jd-debit-credit.
           if movement-is-transfer
               move ih-to-location to jd-location
           else
               move ih-location to jd-location
           end-if.
           perform 320-write-journal-line.
           add ws-movement-value to ws-total-debits.
           move ws-credit-account to jd-account.
           move "C" to jd-debit-credit.
           move ih-location to jd-location.
           perform 320-write-journal-line.
           add ws-movement-value to ws-total-credits.
           add 1 to ws-journalled-count.

       310-open-journal-batch.
           open extend journal-file.
           if ws-journal-file-status = "35"
               open output journal-file
           end-if.
           move ws-batch-id to jh-batch-id.
           move ws-journal-date to jh-journal-date.
           write journal-record from journal-header-line.
           set journal-batch-open to true.
           move zero to ws-line-number.

       320-write-journal-line.
           add 1 to ws-line-number.
           move ws-batch-id to jd-batch-id.
           move ws-line-number to jd-line-number.
           move ws-movement-value to jd-amount.
           move ws-movement-type to jd-movement-type.
           move ih-date to jd-movement-date.
           move ih-item-number to jd-item-number.
           move ih-quantity to jd-quantity.
           move ih-reference to jd-reference.
           write journal-record from journal-detail-line.

       350-mark-posted.
           move "P" to ih-gl-status.
           move ws-batch-id to ih-gl-batch.
           add 1 to ws-marked-count.

       400-write-suspense-line.
           move ih-date to sdl-date.
           move ws-movement-type to sdl-movement-type.
           move ih-item-number to sdl-item-number.
           move ih-quantity to sdl-quantity.
           move ih-location to sdl-location.
           move ih-to-location to sdl-to-location.
           move ih-reference to sdl-reference.
           move ws-movement-value to sdl-value.
           move ws-suspense-reason to sdl-reason.
           write suspense-report-record from suspense-detail-line.
           add 1 to ws-suspense-count.
           add ws-movement-value to ws-suspense-value.
           move "S" to ih-gl-status.
           move ws-batch-id to ih-gl-batch.
           add 1 to ws-marked-count.

       500-close-history-pass.
           if history-is-available
               close item-history-file
               close history-work-file
           end-if.

       550-rewrite-history.
           open output item-history-file.
           open input history-work-file.
           move "N" to ws-work-eof-flag.
           perform until end-of-work-file
               read history-work-file into history-detail-line
                   at end set end-of-work-file to true
                   not at end
                       write item-history-record
                           from history-detail-line
               end-read
           end-perform.
           close history-work-file.
           close item-history-file.

       600-close-journal-batch.
           if journal-batch-open
               move ws-batch-id to jt-batch-id
               move ws-line-number to jt-line-count
               move ws-total-debits to jt-total-debits
               move ws-total-credits to jt-total-credits
               move ws-journalled-count to jt-movement-count
               write journal-record from journal-trailer-line
               close journal-file
               move "N" to ws-batch-open-flag
           end-if.

       700-write-totals.
           move spaces to suspense-report-record.
           write suspense-report-record.
           move "HISTORY LINES READ:" to scl-label.
           move ws-history-read to scl-count.
           write suspense-report-record from suspense-count-line.
           move "MOVEMENTS JOURNALLED:" to scl-label.
           move ws-journalled-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "MOVEMENTS OF ZERO VALUE:" to scl-label.
           move ws-zero-value-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "MOVEMENTS TO SUSPENSE:" to scl-label.
           move ws-suspense-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "SKIPPED (ALREADY JOURNALLED):" to scl-label.
           move ws-already-posted-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "SKIPPED (AFTER JOURNAL DATE):" to scl-label.
           move ws-later-dated-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "SKIPPED (BEFORE CUT-OVER DATE):" to scl-label.
           move ws-before-cutover-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "SKIPPED (SUSPENDED EARLIER):" to scl-label.
           move ws-prior-suspense-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "VALUED AT MASTER UNIT COST:" to scl-label.
           move ws-master-cost-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "SKIPPED (NOT A STOCK MOVEMENT):" to scl-label.
           move ws-not-movement-count to scl-count.
           write suspense-report-record from suspense-count-line.
           move "JOURNAL LINES WRITTEN:" to scl-label.
           move ws-line-number to scl-count.
           write suspense-report-record from suspense-count-line.
           move "TOTAL DEBITS:" to sal-label.
           move ws-total-debits to sal-amount.
           write suspense-report-record from suspense-amount-line.
           move "TOTAL CREDITS:" to sal-label.
           move ws-total-credits to sal-amount.
           write suspense-report-record from suspense-amount-line.
           move "SUSPENSE VALUE:" to sal-label.
           move ws-suspense-value to sal-amount.
           write suspense-report-record from suspense-amount-line.
           move spaces to ssl-text.
           if ws-total-debits = ws-total-credits
               move "JOURNAL BALANCED" to ssl-text
           else
               move "*** JOURNAL DOES NOT BALANCE ***" to ssl-text
               move 8 to return-code
           end-if.
           write suspense-report-record from suspense-section-line.
           if ws-suspense-count > zero and return-code = zero
               move 4 to return-code
           end-if.

       900-terminate.
           close inventory-master-file.
           close suspense-report-file.
           display "Movements journalled: " ws-journalled-count.
           display "Movements to suspense: " ws-suspense-count.

       end program gl-jrnl.
