       identification division.
       program-id. wo-report.

       environment division.
       input-output section.
       file-control.
           select inventory-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is im-item-number
               file status is ws-invmast-file-status.
           select item-history-file assign to "ITEMHIST.DAT"
               organization is line sequential
               file status is ws-history-file-status.
           select work-order-file assign to "WORKORD.DAT"
               organization is indexed
               access mode is dynamic
               record key is wo-key
               file status is ws-workord-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is random
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select cost-report-file assign to "WOCOST.DAT"
               organization is line sequential.
           select open-report-file assign to "WOOPEN.DAT"
               organization is line sequential.
           select sort-file assign to "WOSRT".

       data division.
       file section.
       fd  inventory-master-file.
           copy invmast.

       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  work-order-file.
           copy workord.

       fd  station-master-file.
           copy stnmast.

       fd  cost-report-file.
       01  cost-report-record pic x(132).

       fd  open-report-file.
       01  open-report-record pic x(132).

       sd  sort-file.
       01  sort-record.
           05 srt-station-id pic x(4).
           05 srt-wo-number pic 9(6).
           05 srt-date pic 9(8).
           05 srt-seq pic 9(7).
           05 srt-item-number pic 9(3).
           05 srt-location pic x(3).
           05 srt-quantity pic 9(5).
           05 srt-unit-cost pic 9(5)v99.
           05 srt-value pic 9(9)v99.

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-master-eof-flag pic x value "N".
           88 end-of-master value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".
       01 ws-wo-eof-flag pic x value "N".
           88 end-of-work-orders value "Y".

       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.
       01 ws-workord-file-status pic x(2) value spaces.
       01 ws-workord-available-flag pic x value "Y".
           88 workord-is-available value "Y".
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".

       01 history-detail-line.
           05 ih-date pic 9(8).
           05 filler pic x(1).
           05 ih-trans-code pic x(1).
           05 filler pic x(1).
           05 ih-item-number pic 9(3).
           05 filler pic x(1).
           05 ih-quantity pic 9(5).
           05 filler pic x(1).
           05 ih-balance pic 9(5).
           05 filler pic x(1).
           05 ih-location pic x(3).
           05 filler pic x(1).
           05 ih-to-location pic x(3).
           05 filler pic x(1).
           05 ih-reference pic x(10).
           05 ih-wo-reference redefines ih-reference.
               10 ih-wo-station-id pic x(4).
               10 ih-wo-number pic 9(6).
           05 filler pic x(1).
           05 ih-reason-code pic x(1).
           05 filler pic x(1).
           05 ih-unit-cost pic 9(5)v99.
           05 ih-unit-cost-x redefines ih-unit-cost pic x(7).

       01 item-cost-table.
           05 item-cost-entry occurs 1000 times.
               10 ic-unit-cost pic 9(5)v99.

       01 ws-item-index pic 9(4) value zero.
       01 ws-issue-cost pic 9(5)v99 value zero.

       01 ws-station-open-flag pic x value "N".
           88 station-is-open value "Y".
       01 ws-wo-open-flag pic x value "N".
           88 wo-group-is-open value "Y".
       01 ws-cur-station pic x(4) value spaces.
       01 ws-cur-wo-number pic 9(6) value zero.
       01 ws-wo-value pic 9(9)v99 value zero.
       01 ws-wo-lines pic 9(5) value zero.
       01 ws-station-value pic 9(9)v99 value zero.
       01 ws-station-wo-count pic 9(5) value zero.
       01 ws-grand-value pic 9(11)v99 value zero.

       01 ws-history-read pic 9(7) value zero.
       01 ws-issues-selected pic 9(7) value zero.
       01 ws-wo-reported pic 9(5) value zero.
       01 ws-open-listed pic 9(5) value zero.
       01 ws-open-stations pic 9(5) value zero.
       01 ws-last-open-station pic x(4) value spaces.

       01 ws-run-date-num pic 9(8) value zero.
       01 ws-run-day-int pic 9(7) value zero.
       01 ws-days-open pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 filler pic x(13).

       01 cost-title-line.
           05 filler pic x(36) value "WORK ORDER PARTS COST REPORT".
           05 filler pic x(10) value "RUN DATE: ".
           05 ctl-date pic x(10).

       01 cost-station-line.
           05 filler pic x(8) value "STATION ".
           05 csl-station-id pic x(4).

       01 cost-wo-line.
           05 filler pic x(6) value "  WO ".
           05 cwl-wo-number pic 9(6).
           05 filler pic x(2) value spaces.
           05 cwl-description pic x(40).
           05 filler pic x(2) value spaces.
           05 cwl-status pic x(11).

       01 cost-detail-line.
           05 filler pic x(6) value spaces.
           05 cdl-date pic x(10).
           05 filler pic x(7) value "  ITEM ".
           05 cdl-item-number pic zz9.
           05 filler pic x(5) value "  LOC".
           05 filler pic x(1) value space.
           05 cdl-location pic x(3).
           05 filler pic x(6) value "  QTY ".
           05 cdl-quantity pic zzzz9.
           05 filler pic x(3) value " @ ".
           05 cdl-unit-cost pic zzzz9.99.
           05 filler pic x(3) value spaces.
           05 cdl-value pic zzzzzzzz9.99.

       01 cost-wo-total-line.
           05 filler pic x(30) value "    WORK ORDER PARTS COST".
           05 cwt-value pic zzzzzzzzz9.99.

       01 cost-station-total-line.
           05 filler pic x(20) value "  STATION TOTAL  WO ".
           05 cst-wo-count pic zzzz9.
           05 filler pic x(5) value spaces.
           05 cst-value pic zzzzzzzzz9.99.

       01 cost-total-line.
           05 ctt-label pic x(30).
           05 ctt-count pic zzzzzz9.

       01 cost-grand-line.
           05 filler pic x(30) value "GRAND TOTAL PARTS COST:".
           05 cgl-value pic zzzzzzzzzzz9.99.

       01 open-title-line.
           05 filler pic x(36) value "OPEN WORK ORDERS BY STATION".
           05 filler pic x(10) value "RUN DATE: ".
           05 otl-date pic x(10).

       01 open-header-line.
           05 filler pic x(6) value "STN".
           05 filler pic x(32) value "AIRPORT".
           05 filler pic x(8) value "WO".
           05 filler pic x(42) value "DESCRIPTION".
           05 filler pic x(13) value "STATUS".
           05 filler pic x(12) value "OPENED".
           05 filler pic x(6) value "DAYS".
           05 filler pic x(12) value "PARTS COST".

       01 open-detail-line.
           05 odl-station-id pic x(4).
           05 filler pic x(2) value spaces.
           05 odl-airport-name pic x(30).
           05 filler pic x(2) value spaces.
           05 odl-wo-number pic 9(6).
           05 filler pic x(2) value spaces.
           05 odl-description pic x(40).
           05 filler pic x(2) value spaces.
           05 odl-status pic x(11).
           05 filler pic x(2) value spaces.
           05 odl-opened pic x(10).
           05 filler pic x(2) value spaces.
           05 odl-days-open pic zzzz9.
           05 filler pic x(1) value spaces.
           05 odl-parts-cost pic zzzzzz9.99.

       01 open-total-line.
           05 ott-label pic x(30).
           05 ott-count pic zzzzzz9.

       procedure division.

       000-main.
           display "Work Order Report - batch run".
           perform 100-initialize.
           perform 150-load-item-costs.
           sort sort-file
               ascending key srt-station-id srt-wo-number
                   srt-date srt-seq
               input procedure is 200-load-sort-input
               output procedure is 300-process-sorted.
           perform 700-write-cost-totals.
           perform 500-list-open-work-orders.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           move ws-run-yyyy to ws-run-date-num(1:4).
           move ws-run-mm to ws-run-date-num(5:2).
           move ws-run-dd to ws-run-date-num(7:2).
           compute ws-run-day-int =
               function integer-of-date(ws-run-date-num).
           open input work-order-file.
           move "Y" to ws-workord-available-flag.
           if ws-workord-file-status not = "00"
               move "N" to ws-workord-available-flag
               display "Work order file unavailable, status "
                   ws-workord-file-status
           end-if.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master unavailable, status "
                   ws-stnmast-file-status
           end-if.
           open output cost-report-file.
           open output open-report-file.
           move ws-run-mm to ctl-date(1:2).
           move "/" to ctl-date(3:1).
           move ws-run-dd to ctl-date(4:2).
           move "/" to ctl-date(6:1).
           move ws-run-yyyy to ctl-date(7:4).
           move ctl-date to otl-date.
           write cost-report-record from cost-title-line.
           move spaces to cost-report-record.
           write cost-report-record.
           write open-report-record from open-title-line.
           move spaces to open-report-record.
           write open-report-record.
           write open-report-record from open-header-line.

       150-load-item-costs.
           initialize item-cost-table.
           open input inventory-master-file.
           if ws-invmast-file-status not = "00"
               display "Inventory master unavailable, status "
                   ws-invmast-file-status
               set end-of-master to true
           end-if.
           perform until end-of-master
               read inventory-master-file next record
                   at end set end-of-master to true
                   not at end
                       compute ws-item-index = im-item-number + 1
                       move im-unit-cost
                           to ic-unit-cost(ws-item-index)
               end-read
           end-perform.
           if ws-invmast-file-status = "00"
              or ws-invmast-file-status = "10"
               close inventory-master-file
           end-if.

       200-load-sort-input.
           open input item-history-file.
           if ws-history-file-status not = "00"
               display "Item history unavailable, status "
                   ws-history-file-status
               set end-of-input to true
           end-if.
           perform 210-release-one-record until end-of-input.
           if ws-history-file-status = "00"
              or ws-history-file-status = "10"
               close item-history-file
           end-if.

       210-release-one-record.
           read item-history-file into history-detail-line
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-history-read
                   perform 220-select-and-release
           end-read.

       220-select-and-release.
           if ih-trans-code = "I"
              and ih-reference not = spaces
              and ih-wo-number is numeric
              and ih-reason-code not = "C"
               add 1 to ws-issues-selected
               if ih-unit-cost-x is numeric and ih-unit-cost > zero
                   move ih-unit-cost to ws-issue-cost
               else
                   compute ws-item-index = ih-item-number + 1
                   move ic-unit-cost(ws-item-index) to ws-issue-cost
               end-if
               move ih-wo-station-id to srt-station-id
               move ih-wo-number to srt-wo-number
               move ih-date to srt-date
               move ws-issues-selected to srt-seq
               move ih-item-number to srt-item-number
               move ih-location to srt-location
               move ih-quantity to srt-quantity
               move ws-issue-cost to srt-unit-cost
               compute srt-value = ih-quantity * ws-issue-cost
               release sort-record
           end-if.

       300-process-sorted.
           move "N" to ws-sort-eof-flag ws-station-open-flag.
           move "N" to ws-wo-open-flag.
           perform 310-return-one-record until end-of-sort.
           if wo-group-is-open
               perform 390-close-work-order
           end-if.
           if station-is-open
               perform 400-close-station
           end-if.

       310-return-one-record.
           return sort-file
               at end
                   set end-of-sort to true
               not at end
                   perform 320-report-one-issue
           end-return.

       320-report-one-issue.
           if station-is-open and srt-station-id not = ws-cur-station
               perform 390-close-work-order
               perform 400-close-station
           end-if.
           if not station-is-open
               set station-is-open to true
               move srt-station-id to ws-cur-station
               move zero to ws-station-value ws-station-wo-count
               move srt-station-id to csl-station-id
               write cost-report-record from cost-station-line
           end-if.
           if wo-group-is-open
              and srt-wo-number not = ws-cur-wo-number
               perform 390-close-work-order
           end-if.
           if not wo-group-is-open
               perform 330-open-work-order-group
           end-if.
           move srt-date(5:2) to cdl-date(1:2).
           move "/" to cdl-date(3:1).
           move srt-date(7:2) to cdl-date(4:2).
           move "/" to cdl-date(6:1).
           move srt-date(1:4) to cdl-date(7:4).
           move srt-item-number to cdl-item-number.
           move srt-location to cdl-location.
           move srt-quantity to cdl-quantity.
           move srt-unit-cost to cdl-unit-cost.
           move srt-value to cdl-value.
           write cost-report-record from cost-detail-line.
           add srt-value to ws-wo-value.
           add 1 to ws-wo-lines.

       330-open-work-order-group.
           set wo-group-is-open to true.
           move srt-wo-number to ws-cur-wo-number.
           move zero to ws-wo-value ws-wo-lines.
           move srt-wo-number to cwl-wo-number.
           move spaces to cwl-description.
           move "NOT ON FILE" to cwl-status.
           if workord-is-available
               move srt-station-id to wo-station-id
               move srt-wo-number to wo-number
               read work-order-file
                   invalid key
                       continue
                   not invalid key
                       move wo-description to cwl-description
                       perform 340-set-status-text
                       move odl-status to cwl-status
               end-read
           end-if.
           write cost-report-record from cost-wo-line.

       340-set-status-text.
           evaluate true
               when wo-is-open
                   move "OPEN" to odl-status
               when wo-is-in-progress
                   move "IN-PROGRESS" to odl-status
               when wo-is-closed
                   move "CLOSED" to odl-status
               when other
                   move "UNKNOWN" to odl-status
           end-evaluate.

       390-close-work-order.
           move ws-wo-value to cwt-value.
           write cost-report-record from cost-wo-total-line.
           add ws-wo-value to ws-station-value.
           add 1 to ws-station-wo-count ws-wo-reported.
           move "N" to ws-wo-open-flag.

       400-close-station.
           move ws-station-wo-count to cst-wo-count.
           move ws-station-value to cst-value.
           write cost-report-record from cost-station-total-line.
           move spaces to cost-report-record.
           write cost-report-record.
           add ws-station-value to ws-grand-value.
           move "N" to ws-station-open-flag.

       500-list-open-work-orders.
           if not workord-is-available
               set end-of-work-orders to true
           else
               move low-values to wo-key
               start work-order-file key is >= wo-key
                   invalid key set end-of-work-orders to true
               end-start
           end-if.
           perform until end-of-work-orders
               read work-order-file next record
                   at end set end-of-work-orders to true
                   not at end
                       if wo-accepts-issues
                           perform 510-write-open-line
                       end-if
               end-read
           end-perform.
           move spaces to open-report-record.
           write open-report-record.
           move "STATIONS WITH OPEN WORK:" to ott-label.
           move ws-open-stations to ott-count.
           write open-report-record from open-total-line.
           move "OPEN/IN-PROGRESS ORDERS:" to ott-label.
           move ws-open-listed to ott-count.
           write open-report-record from open-total-line.

       510-write-open-line.
           add 1 to ws-open-listed.
           if wo-station-id not = ws-last-open-station
               add 1 to ws-open-stations
               move wo-station-id to ws-last-open-station
           end-if.
           move wo-station-id to odl-station-id.
           move "STATION NOT ON MASTER" to odl-airport-name.
           if stnmast-is-available
               move wo-station-id to sm-station-id
               read station-master-file
                   invalid key
                       continue
                   not invalid key
                       move sm-airport-name to odl-airport-name
               end-read
           end-if.
           move wo-number to odl-wo-number.
           move wo-description to odl-description.
           perform 340-set-status-text.
           move wo-opened-date(5:2) to odl-opened(1:2).
           move "/" to odl-opened(3:1).
           move wo-opened-date(7:2) to odl-opened(4:2).
           move "/" to odl-opened(6:1).
           move wo-opened-date(1:4) to odl-opened(7:4).
           move zero to ws-days-open.
           if wo-opened-date > zero
              and wo-opened-date <= ws-run-date-num
               compute ws-days-open = ws-run-day-int
                   - function integer-of-date(wo-opened-date)
           end-if.
           move ws-days-open to odl-days-open.
           move wo-parts-cost to odl-parts-cost.
           write open-report-record from open-detail-line.

       700-write-cost-totals.
           move "HISTORY LINES READ:" to ctt-label.
           move ws-history-read to ctt-count.
           write cost-report-record from cost-total-line.
           move "WORK ORDER ISSUES:" to ctt-label.
           move ws-issues-selected to ctt-count.
           write cost-report-record from cost-total-line.
           move "WORK ORDERS COSTED:" to ctt-label.
           move ws-wo-reported to ctt-count.
           write cost-report-record from cost-total-line.
           move ws-grand-value to cgl-value.
           write cost-report-record from cost-grand-line.

       900-terminate.
           if workord-is-available
               close work-order-file
           end-if.
           if stnmast-is-available
               close station-master-file
           end-if.
           close cost-report-file.
           close open-report-file.

       end program wo-report.
