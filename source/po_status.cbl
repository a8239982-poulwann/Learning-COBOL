       identification division.
       program-id. po-status.

       environment division.
       input-output section.
       file-control.
           select purchase-order-file assign to "POMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is po-key
               file status is ws-pomast-file-status.
           select vendor-master-file assign to "VENDMAST.DAT"
               organization is indexed
               access mode is random
               record key is vm-vendor-id
               file status is ws-vendmast-file-status.
           select inventory-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is random
               record key is im-item-number
               file status is ws-invmast-file-status.
           select status-report-file assign to "POSTAT.DAT"
               organization is line sequential.
           select sort-file assign to "POSRT".

       data division.
       file section.
       fd  purchase-order-file.
           copy pomast.

       fd  vendor-master-file.
           copy vendmast.

       fd  inventory-master-file.
           copy invmast.

       fd  status-report-file.
       01  status-report-record pic x(132).

       sd  sort-file.
       01  sort-record.
           05 srt-vendor-id pic x(6).
           05 srt-due-date pic 9(8).
           05 srt-po-number pic 9(6).
           05 srt-po-line pic 9(2).
           05 srt-item-number pic 9(3).
           05 srt-order-date pic 9(8).
           05 srt-order-qty pic 9(5).
           05 srt-received-qty pic 9(5).
           05 srt-unit-cost pic 9(5)v99.
           05 srt-status pic x(1).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".

       01 ws-pomast-file-status pic x(2) value spaces.
       01 ws-vendmast-file-status pic x(2) value spaces.
       01 ws-vendmast-available-flag pic x value "Y".
           88 vendmast-is-available value "Y".
       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-invmast-available-flag pic x value "Y".
           88 invmast-is-available value "Y".

       01 ws-overdue-only pic x(1) value spaces.
           88 overdue-only-requested value "Y".

       01 ws-vendor-open-flag pic x value "N".
           88 vendor-is-open value "Y".
       01 ws-cur-vendor-id pic x(6) value spaces.

       01 ws-run-date-num pic 9(8) value zero.
       01 ws-run-integer pic 9(7) value zero.
       01 ws-due-integer pic 9(7) value zero.
       01 ws-days-overdue pic 9(5) value zero.
       01 ws-outstanding-qty pic 9(5) value zero.
       01 ws-line-value pic 9(9)v99 value zero.

       01 ws-vendor-lines pic 9(5) value zero.
       01 ws-vendor-overdue pic 9(5) value zero.
       01 ws-vendor-value pic 9(9)v99 value zero.

       01 ws-lines-read pic 9(7) value zero.
       01 ws-lines-open pic 9(7) value zero.
       01 ws-lines-overdue pic 9(7) value zero.
       01 ws-vendors-listed pic 9(5) value zero.
       01 ws-total-value pic 9(9)v99 value zero.
       01 ws-overdue-value pic 9(9)v99 value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 filler pic x(13).

       01 status-title-line.
           05 filler pic x(36)
               value "OPEN PURCHASE ORDERS BY VENDOR".
           05 filler pic x(10) value "RUN DATE: ".
           05 stl-date pic x(10).

       01 status-vendor-line.
           05 filler pic x(7) value "VENDOR ".
           05 svl-vendor-id pic x(6).
           05 filler pic x(2) value spaces.
           05 svl-vendor-name pic x(30).
           05 filler pic x(2) value spaces.
           05 svl-contact pic x(20).
           05 filler pic x(2) value spaces.
           05 svl-phone pic x(15).

       01 status-header-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(10) value "PO/LINE".
           05 filler pic x(5) value "ITEM".
           05 filler pic x(26) value "DESCRIPTION".
           05 filler pic x(11) value "ORDERED".
           05 filler pic x(11) value "DUE".
           05 filler pic x(7) value "ORDER".
           05 filler pic x(7) value "RECVD".
           05 filler pic x(7) value "OUTST".
           05 filler pic x(14) value "VALUE".
           05 filler pic x(12) value "STATUS".

       01 status-detail-line.
           05 filler pic x(4) value spaces.
           05 sdl-po-number pic 9(6).
           05 filler pic x(1) value "/".
           05 sdl-po-line pic 99.
           05 filler pic x(1) value spaces.
           05 sdl-item-number pic zz9.
           05 filler pic x(2) value spaces.
           05 sdl-description pic x(24).
           05 filler pic x(2) value spaces.
           05 sdl-order-date pic x(10).
           05 filler pic x(1) value spaces.
           05 sdl-due-date pic x(10).
           05 filler pic x(1) value spaces.
           05 sdl-order-qty pic zzzz9.
           05 filler pic x(2) value spaces.
           05 sdl-received-qty pic zzzz9.
           05 filler pic x(2) value spaces.
           05 sdl-outstanding pic zzzz9.
           05 filler pic x(2) value spaces.
           05 sdl-value pic zzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 sdl-status pic x(8).
           05 sdl-overdue-label pic x(8).
           05 sdl-days-overdue pic zzzz9.

       01 status-vendor-total-line.
           05 filler pic x(4) value spaces.
           05 filler pic x(12) value "OPEN LINES: ".
           05 svt-lines pic zzzz9.
           05 filler pic x(12) value "  OVERDUE: ".
           05 svt-overdue pic zzzz9.
           05 filler pic x(22) value "  OUTSTANDING VALUE: ".
           05 svt-value pic zzzzzzzz9.99.

       01 status-total-line.
           05 stt-label pic x(30).
           05 stt-count pic zzzzzz9.

       01 status-value-line.
           05 svv-label pic x(30).
           05 svv-value pic zzzzzzzz9.99.

       procedure division.

       000-main.
           display "Open Purchase Order Report - batch run".
           perform 100-initialize.
           sort sort-file
               ascending key srt-vendor-id srt-due-date
                   srt-po-number srt-po-line
               input procedure is 200-load-open-lines
               output procedure is 300-report-by-vendor.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           accept ws-overdue-only from environment "POSTAT_OVERDUE".
           move ws-run-yyyy to ws-run-date-num(1:4).
           move ws-run-mm to ws-run-date-num(5:2).
           move ws-run-dd to ws-run-date-num(7:2).
           compute ws-run-integer =
               function integer-of-date(ws-run-date-num).
           open input vendor-master-file.
           move "Y" to ws-vendmast-available-flag.
           if ws-vendmast-file-status not = "00"
               move "N" to ws-vendmast-available-flag
               display "Vendor master unavailable, status "
                   ws-vendmast-file-status
           end-if.
           open input inventory-master-file.
           move "Y" to ws-invmast-available-flag.
           if ws-invmast-file-status not = "00"
               move "N" to ws-invmast-available-flag
               display "Inventory master unavailable, status "
                   ws-invmast-file-status
           end-if.
           open output status-report-file.
           move ws-run-mm to stl-date(1:2).
           move "/" to stl-date(3:1).
           move ws-run-dd to stl-date(4:2).
           move "/" to stl-date(6:1).
           move ws-run-yyyy to stl-date(7:4).
           write status-report-record from status-title-line.
           move spaces to status-report-record.
           write status-report-record.

       200-load-open-lines.
           open input purchase-order-file.
           if ws-pomast-file-status not = "00"
               display "Purchase order file unavailable, status "
                   ws-pomast-file-status
               set end-of-input to true
           end-if.
           perform 210-read-one-line until end-of-input.
           if ws-pomast-file-status = "00"
              or ws-pomast-file-status = "10"
               close purchase-order-file
           end-if.

       210-read-one-line.
           read purchase-order-file next record
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-lines-read
                   if po-is-outstanding
                       perform 220-release-one-line
                   end-if
           end-read.

       220-release-one-line.
           if overdue-only-requested
              and po-due-date >= ws-run-date-num
               continue
           else
               move po-vendor-id to srt-vendor-id
               move po-due-date to srt-due-date
               move po-number to srt-po-number
               move po-line to srt-po-line
               move po-item-number to srt-item-number
               move po-order-date to srt-order-date
               move po-order-qty to srt-order-qty
               move po-received-qty to srt-received-qty
               move po-unit-cost to srt-unit-cost
               move po-status to srt-status
               release sort-record
           end-if.

       300-report-by-vendor.
           move "N" to ws-sort-eof-flag ws-vendor-open-flag.
           perform 310-return-one-line until end-of-sort.
           if vendor-is-open
               perform 390-close-vendor
           end-if.

       310-return-one-line.
           return sort-file
               at end
                   set end-of-sort to true
               not at end
                   perform 320-report-one-line
           end-return.

       320-report-one-line.
           if vendor-is-open and srt-vendor-id not = ws-cur-vendor-id
               perform 390-close-vendor
           end-if.
           if not vendor-is-open
               perform 330-open-vendor
           end-if.
           add 1 to ws-lines-open ws-vendor-lines.
           compute ws-outstanding-qty =
               srt-order-qty - srt-received-qty.
           compute ws-line-value = ws-outstanding-qty * srt-unit-cost.
           add ws-line-value to ws-vendor-value ws-total-value.
           move srt-po-number to sdl-po-number.
           move srt-po-line to sdl-po-line.
           move srt-item-number to sdl-item-number.
           move srt-item-number to im-item-number.
           move spaces to sdl-description.
           if invmast-is-available
               read inventory-master-file
                   invalid key
                       move "** NOT ON MASTER **" to sdl-description
                   not invalid key
                       move im-item-description to sdl-description
               end-read
           end-if.
           move srt-order-date(5:2) to sdl-order-date(1:2).
           move "/" to sdl-order-date(3:1).
           move srt-order-date(7:2) to sdl-order-date(4:2).
           move "/" to sdl-order-date(6:1).
           move srt-order-date(1:4) to sdl-order-date(7:4).
           move srt-due-date(5:2) to sdl-due-date(1:2).
           move "/" to sdl-due-date(3:1).
           move srt-due-date(7:2) to sdl-due-date(4:2).
           move "/" to sdl-due-date(6:1).
           move srt-due-date(1:4) to sdl-due-date(7:4).
           move srt-order-qty to sdl-order-qty.
           move srt-received-qty to sdl-received-qty.
           move ws-outstanding-qty to sdl-outstanding.
           move ws-line-value to sdl-value.
           if srt-status = "P"
               move "PARTIAL" to sdl-status
           else
               move "OPEN" to sdl-status
           end-if.
           if srt-due-date < ws-run-date-num
               add 1 to ws-lines-overdue ws-vendor-overdue
               add ws-line-value to ws-overdue-value
               compute ws-due-integer =
                   function integer-of-date(srt-due-date)
               compute ws-days-overdue =
                   ws-run-integer - ws-due-integer
               move "OVERDUE" to sdl-overdue-label
               move ws-days-overdue to sdl-days-overdue
           else
               move spaces to sdl-overdue-label
               move zero to sdl-days-overdue
           end-if.
           write status-report-record from status-detail-line.

       330-open-vendor.
           set vendor-is-open to true.
           add 1 to ws-vendors-listed.
           move srt-vendor-id to ws-cur-vendor-id.
           move zero to ws-vendor-lines ws-vendor-overdue.
           move zero to ws-vendor-value.
           move srt-vendor-id to vm-vendor-id svl-vendor-id.
           move spaces to svl-vendor-name svl-contact svl-phone.
           if vendmast-is-available
               read vendor-master-file
                   invalid key
                       move "** NOT ON VENDOR MASTER **"
                           to svl-vendor-name
                   not invalid key
                       move vm-vendor-name to svl-vendor-name
                       move vm-contact-name to svl-contact
                       move vm-phone to svl-phone
               end-read
           end-if.
           write status-report-record from status-vendor-line.
           write status-report-record from status-header-line.

       390-close-vendor.
           move ws-vendor-lines to svt-lines.
           move ws-vendor-overdue to svt-overdue.
           move ws-vendor-value to svt-value.
           write status-report-record from status-vendor-total-line.
           move spaces to status-report-record.
           write status-report-record.
           move "N" to ws-vendor-open-flag.

       700-write-totals.
           move "PO LINES READ:" to stt-label.
           move ws-lines-read to stt-count.
           write status-report-record from status-total-line.
           move "VENDORS LISTED:" to stt-label.
           move ws-vendors-listed to stt-count.
           write status-report-record from status-total-line.
           move "OPEN LINES LISTED:" to stt-label.
           move ws-lines-open to stt-count.
           write status-report-record from status-total-line.
           move "OVERDUE LINES:" to stt-label.
           move ws-lines-overdue to stt-count.
           write status-report-record from status-total-line.
           move "OUTSTANDING VALUE:" to svv-label.
           move ws-total-value to svv-value.
           write status-report-record from status-value-line.
           move "OVERDUE VALUE:" to svv-label.
           move ws-overdue-value to svv-value.
           write status-report-record from status-value-line.

       900-terminate.
           if vendmast-is-available
               close vendor-master-file
           end-if.
           if invmast-is-available
               close inventory-master-file
           end-if.
           close status-report-file.

       end program po-status.
