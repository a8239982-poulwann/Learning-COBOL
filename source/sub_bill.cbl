       identification division.
       program-id. sub-bill.

       environment division.
       input-output section.
       file-control.
           select subscriber-master-file assign to "SUBMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is sb-subscriber-id
               file status is ws-submast-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is random
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select delivery-log-file assign to "DELIVLOG.DAT"
               organization is line sequential
               file status is ws-delivlog-file-status.
           select rate-table-file assign to "RATETAB.DAT"
               organization is line sequential
               file status is ws-ratetab-file-status.
           select invoice-register-file assign to "SUBINV.DAT"
               organization is line sequential.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
       fd  subscriber-master-file.
           copy submast.

       fd  station-master-file.
           copy stnmast.

       fd  delivery-log-file.
       01  delivery-log-record pic x(50).

       fd  rate-table-file.
       01  rate-table-record pic x(41).

       fd  invoice-register-file.
       01  invoice-register-record pic x(132).

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

       01 ws-submast-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".
       01 ws-delivlog-file-status pic x(2) value spaces.
       01 ws-ratetab-file-status pic x(2) value spaces.

           copy delivrec.

       01 rate-table-line.
           05 rtl-product pic x(4).
           05 filler pic x(1).
           05 rtl-unit-rate pic 9(3)v99.
           05 filler pic x(1).
           05 rtl-description pic x(30).

       01 product-code-values.
           05 filler pic x(4) value "BLTN".
           05 filler pic x(4) value "CURR".
           05 filler pic x(4) value "WIND".
           05 filler pic x(4) value "TAFA".
       01 product-code-table redefines product-code-values.
           05 product-code occurs 4 times pic x(4).

       01 product-rate-table.
           05 product-rate-entry occurs 4 times.
               10 pr-rate-flag pic x.
                   88 pr-has-rate value "Y".
               10 pr-unit-rate pic 9(3)v99.
               10 pr-description pic x(30).
               10 pr-deliveries pic 9(7).
               10 pr-amount pic 9(9)v99.

       01 ws-prod-idx pic 9 value zero.
       01 ws-prod-found-idx pic 9 value zero.
       01 ws-lookup-product pic x(4) value spaces.

       01 ws-sub-count pic 9(3) value zero.
       01 ws-sub-idx pic 9(3) value zero.
       01 ws-sub-found-idx pic 9(3) value zero.
       01 ws-sub-max pic 9(3) value 200.
       01 subscriber-bill-table.
           05 subscriber-bill-entry occurs 200 times.
               10 sbt-subscriber-id pic x(6).
               10 sbt-subscriber-name pic x(30).
               10 sbt-active-flag pic x.
               10 sbt-deliveries occurs 4 times pic 9(6).
               10 sbt-total-deliveries pic 9(7).

       01 ws-bill-month-env pic x(6) value spaces.
       01 ws-bill-month pic x(6) value spaces.
       01 ws-bill-month-parts redefines ws-bill-month.
           05 ws-bill-yyyy pic 9(4).
           05 ws-bill-mm pic 9(2).

       01 ws-line-amount pic 9(9)v99 value zero.
       01 ws-invoice-amount pic 9(9)v99 value zero.
       01 ws-invoice-total pic 9(9)v99 value zero.
       01 ws-product-total pic 9(9)v99 value zero.
       01 ws-sub-idx-sub pic 9(2) value zero.

       01 ws-records-read pic 9(7) value zero.
       01 ws-records-in-month pic 9(7) value zero.
       01 ws-records-billed pic 9(7) value zero.
       01 ws-records-unrated pic 9(7) value zero.
       01 ws-records-unknown-sub pic 9(7) value zero.
       01 ws-records-unknown-prod pic 9(7) value zero.
       01 ws-invoice-count pic 9(5) value zero.
       01 ws-inactive-count pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 ws-run-ss pic 9(2).
           05 filler pic x(7).

       01 invoice-title-line.
           05 filler pic x(36)
               value "SUBSCRIBER INVOICE REGISTER".
           05 filler pic x(7) value "MONTH: ".
           05 itl-month pic x(7).
           05 filler pic x(13) value "  RUN DATE: ".
           05 itl-date pic x(10).

       01 invoice-header-line.
           05 filler pic x(8) value "SUB-ID".
           05 filler pic x(32) value "SUBSCRIBER".
           05 filler pic x(6) value "PROD".
           05 filler pic x(32) value "DESCRIPTION".
           05 filler pic x(12) value "DELIVERIES".
           05 filler pic x(10) value "RATE".
           05 filler pic x(14) value "AMOUNT".

       01 invoice-detail-line.
           05 idl-subscriber-id pic x(6).
           05 filler pic x(2) value spaces.
           05 idl-subscriber-name pic x(30).
           05 filler pic x(2) value spaces.
           05 idl-product pic x(4).
           05 filler pic x(2) value spaces.
           05 idl-description pic x(30).
           05 filler pic x(2) value spaces.
           05 idl-deliveries pic zzzzz9.
           05 filler pic x(4) value spaces.
           05 idl-rate pic zz9.99.
           05 filler pic x(2) value spaces.
           05 idl-amount pic zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 idl-note pic x(7).

       01 invoice-total-line.
           05 filler pic x(40) value spaces.
           05 filler pic x(38) value "INVOICE TOTAL".
           05 itt-deliveries pic zzzzz9.
           05 filler pic x(12) value spaces.
           05 itt-amount pic zzzzzzzz9.99.

       01 inactive-header-line.
           05 filler pic x(8) value "SUB-ID".
           05 filler pic x(32) value "SUBSCRIBER".
           05 filler pic x(8) value "STATION".
           05 filler pic x(6) value "PROD".
           05 filler pic x(20) value "STATION STATUS".

       01 inactive-detail-line.
           05 iad-subscriber-id pic x(6).
           05 filler pic x(2) value spaces.
           05 iad-subscriber-name pic x(30).
           05 filler pic x(2) value spaces.
           05 iad-station-id pic x(4).
           05 filler pic x(4) value spaces.
           05 iad-product pic x(4).
           05 filler pic x(2) value spaces.
           05 iad-status pic x(20).

       01 register-section-line.
           05 rsl-text pic x(60).

       01 register-count-line.
           05 rcl-label pic x(36).
           05 rcl-count pic zzzzzz9.

       01 register-amount-line.
           05 ral-label pic x(36).
           05 ral-product pic x(6).
           05 ral-deliveries pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 ral-amount pic zzzzzzzz9.99.

       procedure division.

       000-main.
           display "Subscriber Monthly Billing - batch run".
           perform 100-initialize.
           perform 120-load-rate-table.
           perform 140-load-subscribers.
           perform 200-tally-deliveries.
           perform 400-write-invoices.
           perform 600-list-inactive-stations.
           perform 700-write-control-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           accept ws-bill-month-env from environment "BILL_MONTH".
           if ws-bill-month-env is numeric
              and ws-bill-month-env(5:2) >= "01"
              and ws-bill-month-env(5:2) <= "12"
               move ws-bill-month-env to ws-bill-month
           else
               move ws-run-yyyy to ws-bill-yyyy
               move ws-run-mm to ws-bill-mm
               if ws-bill-mm = 1
                   move 12 to ws-bill-mm
                   subtract 1 from ws-bill-yyyy
               else
                   subtract 1 from ws-bill-mm
               end-if
           end-if.
           open output invoice-register-file.
           move ws-bill-yyyy to itl-month(1:4).
           move "/" to itl-month(5:1).
           move ws-bill-mm to itl-month(6:2).
           move ws-run-mm to itl-date(1:2).
           move "/" to itl-date(3:1).
           move ws-run-dd to itl-date(4:2).
           move "/" to itl-date(6:1).
           move ws-run-yyyy to itl-date(7:4).
           write invoice-register-record from invoice-title-line.
           move spaces to invoice-register-record.
           write invoice-register-record.

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

       120-load-rate-table.
           perform varying ws-prod-idx from 1 by 1 until ws-prod-idx > 4
               move "N" to pr-rate-flag(ws-prod-idx)
               move zero to pr-unit-rate(ws-prod-idx)
               move spaces to pr-description(ws-prod-idx)
               move zero to pr-deliveries(ws-prod-idx)
               move zero to pr-amount(ws-prod-idx)
           end-perform.
           move "N" to ws-eof-flag.
           open input rate-table-file.
           if ws-ratetab-file-status not = "00"
               display "Rate table unavailable, status "
                   ws-ratetab-file-status
                   " - deliveries will be listed unrated"
               set end-of-input to true
           end-if.
           perform until end-of-input
               read rate-table-file into rate-table-line
                   at end set end-of-input to true
                   not at end perform 130-store-one-rate
               end-read
           end-perform.
           if ws-ratetab-file-status = "00"
              or ws-ratetab-file-status = "10"
               close rate-table-file
           end-if.

       130-store-one-rate.
           move rtl-product to ws-lookup-product.
           perform 250-find-product.
           if ws-prod-found-idx not = zero
              and rtl-unit-rate is numeric
               move "Y" to pr-rate-flag(ws-prod-found-idx)
               move rtl-unit-rate to pr-unit-rate(ws-prod-found-idx)
               move rtl-description
                   to pr-description(ws-prod-found-idx)
           end-if.

       140-load-subscribers.
           move zero to ws-sub-count.
           move "N" to ws-eof-flag.
           open input subscriber-master-file.
           if ws-submast-file-status not = "00"
               display "Subscriber master unavailable, status "
                   ws-submast-file-status
               set end-of-input to true
           end-if.
           perform until end-of-input
               read subscriber-master-file next record
                   at end set end-of-input to true
                   not at end perform 150-store-one-subscriber
               end-read
           end-perform.
           if ws-submast-file-status = "00"
              or ws-submast-file-status = "10"
               close subscriber-master-file
           end-if.

       150-store-one-subscriber.
           if ws-sub-count < ws-sub-max
               add 1 to ws-sub-count
               move sb-subscriber-id to sbt-subscriber-id(ws-sub-count)
               move sb-subscriber-name
                   to sbt-subscriber-name(ws-sub-count)
               move sb-active-flag to sbt-active-flag(ws-sub-count)
               move zero to sbt-total-deliveries(ws-sub-count)
               perform varying ws-prod-idx from 1 by 1
                       until ws-prod-idx > 4
                   move zero to sbt-deliveries(ws-sub-count ws-prod-idx)
               end-perform
           else
               display "Subscriber table full - "
                   sb-subscriber-id " not billed"
           end-if.

       200-tally-deliveries.
           move "N" to ws-eof-flag.
           open input delivery-log-file.
           if ws-delivlog-file-status not = "00"
               display "Delivery log unavailable, status "
                   ws-delivlog-file-status
               set end-of-input to true
           end-if.
           perform until end-of-input
               read delivery-log-file into delivery-log-line
                   at end set end-of-input to true
                   not at end perform 210-tally-one-delivery
               end-read
           end-perform.
           if ws-delivlog-file-status = "00"
              or ws-delivlog-file-status = "10"
               close delivery-log-file
           end-if.

       210-tally-one-delivery.
           add 1 to ws-records-read.
           if dl-delivery-date(1:6) = ws-bill-month
               add 1 to ws-records-in-month
               perform 240-find-subscriber
               move dl-product to ws-lookup-product
               perform 250-find-product
               evaluate true
                   when ws-sub-found-idx = zero
                       add 1 to ws-records-unknown-sub
                   when ws-prod-found-idx = zero
                       add 1 to ws-records-unknown-prod
                   when other
                       add 1 to sbt-deliveries
                           (ws-sub-found-idx ws-prod-found-idx)
                       add 1 to sbt-total-deliveries(ws-sub-found-idx)
               end-evaluate
           end-if.

       240-find-subscriber.
           move zero to ws-sub-found-idx.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
                   or ws-sub-found-idx not = zero
               if sbt-subscriber-id(ws-sub-idx) = dl-subscriber-id
                   move ws-sub-idx to ws-sub-found-idx
               end-if
           end-perform.

       250-find-product.
           move zero to ws-prod-found-idx.
           perform varying ws-prod-idx from 1 by 1
                   until ws-prod-idx > 4
                   or ws-prod-found-idx not = zero
               if product-code(ws-prod-idx) = ws-lookup-product
                   move ws-prod-idx to ws-prod-found-idx
               end-if
           end-perform.

       400-write-invoices.
           move "INVOICES" to rsl-text.
           write invoice-register-record from register-section-line.
           write invoice-register-record from invoice-header-line.
           move zero to ws-invoice-total.
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-sub-count
               if sbt-total-deliveries(ws-sub-idx) > zero
                   perform 410-write-one-invoice
               end-if
           end-perform.

       410-write-one-invoice.
           add 1 to ws-invoice-count.
           move zero to ws-invoice-amount.
           move spaces to invoice-detail-line.
           move sbt-subscriber-id(ws-sub-idx) to idl-subscriber-id.
           move sbt-subscriber-name(ws-sub-idx) to idl-subscriber-name.
           perform varying ws-prod-idx from 1 by 1 until ws-prod-idx > 4
               if sbt-deliveries(ws-sub-idx ws-prod-idx) > zero
                   perform 420-write-invoice-line
               end-if
           end-perform.
           move sbt-total-deliveries(ws-sub-idx) to itt-deliveries.
           move ws-invoice-amount to itt-amount.
           write invoice-register-record from invoice-total-line.
           move spaces to invoice-register-record.
           write invoice-register-record.
           add ws-invoice-amount to ws-invoice-total.

       420-write-invoice-line.
           move product-code(ws-prod-idx) to idl-product.
           move pr-description(ws-prod-idx) to idl-description.
           move sbt-deliveries(ws-sub-idx ws-prod-idx)
               to idl-deliveries.
           add sbt-deliveries(ws-sub-idx ws-prod-idx)
               to pr-deliveries(ws-prod-idx).
           if pr-has-rate(ws-prod-idx)
               compute ws-line-amount =
                   sbt-deliveries(ws-sub-idx ws-prod-idx)
                   * pr-unit-rate(ws-prod-idx)
               move pr-unit-rate(ws-prod-idx) to idl-rate
               move spaces to idl-note
               add sbt-deliveries(ws-sub-idx ws-prod-idx)
                   to ws-records-billed
           else
               move zero to ws-line-amount
               move zero to idl-rate
               move "NO RATE" to idl-note
               add sbt-deliveries(ws-sub-idx ws-prod-idx)
                   to ws-records-unrated
           end-if.
           move ws-line-amount to idl-amount.
           add ws-line-amount to ws-invoice-amount.
           add ws-line-amount to pr-amount(ws-prod-idx).
           write invoice-register-record from invoice-detail-line.
           move spaces to idl-subscriber-id idl-subscriber-name.

       600-list-inactive-stations.
           move spaces to invoice-register-record.
           write invoice-register-record.
           move "SUBSCRIBERS ON INACTIVE STATIONS" to rsl-text.
           write invoice-register-record from register-section-line.
           write invoice-register-record from inactive-header-line.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master unavailable, status "
                   ws-stnmast-file-status
           end-if.
           move "N" to ws-eof-flag.
           open input subscriber-master-file.
           if ws-submast-file-status not = "00"
              or not stnmast-is-available
               set end-of-input to true
           end-if.
           perform until end-of-input
               read subscriber-master-file next record
                   at end set end-of-input to true
                   not at end
                       if sb-subscriber-active
                           perform 610-check-subscriber-stations
                       end-if
               end-read
           end-perform.
           if ws-submast-file-status = "00"
              or ws-submast-file-status = "10"
               close subscriber-master-file
           end-if.
           if stnmast-is-available
               close station-master-file
           end-if.

       610-check-subscriber-stations.
           perform varying ws-sub-idx-sub from 1 by 1
                   until ws-sub-idx-sub > sb-sub-count
               move sb-sub-station(ws-sub-idx-sub) to sm-station-id
               move spaces to iad-status
               read station-master-file
                   invalid key
                       move "NOT ON STATION MASTER" to iad-status
                   not invalid key
                       if not sm-station-active
                           move "INACTIVE" to iad-status
                       end-if
               end-read
               if iad-status not = spaces
                   move sb-subscriber-id to iad-subscriber-id
                   move sb-subscriber-name to iad-subscriber-name
                   move sb-sub-station(ws-sub-idx-sub)
                       to iad-station-id
                   move sb-sub-product(ws-sub-idx-sub) to iad-product
                   write invoice-register-record
                       from inactive-detail-line
                   add 1 to ws-inactive-count
               end-if
           end-perform.

       700-write-control-totals.
           move spaces to invoice-register-record.
           write invoice-register-record.
           move "CONTROL TOTALS" to rsl-text.
           write invoice-register-record from register-section-line.
           move "DELIVERY RECORDS READ:" to rcl-label.
           move ws-records-read to rcl-count.
           write invoice-register-record from register-count-line.
           move "DELIVERY RECORDS IN MONTH:" to rcl-label.
           move ws-records-in-month to rcl-count.
           write invoice-register-record from register-count-line.
           move "DELIVERIES BILLED:" to rcl-label.
           move ws-records-billed to rcl-count.
           write invoice-register-record from register-count-line.
           move "DELIVERIES WITH NO RATE:" to rcl-label.
           move ws-records-unrated to rcl-count.
           write invoice-register-record from register-count-line.
           move "DELIVERIES FOR UNKNOWN SUBSCRIBER:" to rcl-label.
           move ws-records-unknown-sub to rcl-count.
           write invoice-register-record from register-count-line.
           move "DELIVERIES FOR UNKNOWN PRODUCT:" to rcl-label.
           move ws-records-unknown-prod to rcl-count.
           write invoice-register-record from register-count-line.
           move "INVOICES PRODUCED:" to rcl-label.
           move ws-invoice-count to rcl-count.
           write invoice-register-record from register-count-line.
           move "INACTIVE-STATION SUBSCRIPTIONS:" to rcl-label.
           move ws-inactive-count to rcl-count.
           write invoice-register-record from register-count-line.
           move zero to ws-product-total.
           perform varying ws-prod-idx from 1 by 1 until ws-prod-idx > 4
               move "PRODUCT TOTAL:" to ral-label
               move product-code(ws-prod-idx) to ral-product
               move pr-deliveries(ws-prod-idx) to ral-deliveries
               move pr-amount(ws-prod-idx) to ral-amount
               write invoice-register-record
                   from register-amount-line
               add pr-amount(ws-prod-idx) to ws-product-total
           end-perform.
           move "INVOICE REGISTER TOTAL:" to ral-label.
           move spaces to ral-product.
           move ws-records-billed to ral-deliveries.
           move ws-invoice-total to ral-amount.
           write invoice-register-record from register-amount-line.
           move spaces to rsl-text.
           if ws-product-total = ws-invoice-total
              and ws-records-in-month = ws-records-billed
                  + ws-records-unrated + ws-records-unknown-sub
                  + ws-records-unknown-prod
               move "CONTROL TOTALS AGREE" to rsl-text
           else
               move "*** CONTROL TOTALS DO NOT AGREE ***" to rsl-text
               move 4 to return-code
           end-if.
           write invoice-register-record from register-section-line.

       900-terminate.
           close invoice-register-file.
           display "Invoices produced: " ws-invoice-count.
           display "Register total:    " ws-invoice-total.

       end program sub-bill.
