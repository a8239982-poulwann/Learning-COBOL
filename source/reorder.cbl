               file status is ws-history-file-status.
           select reorder-report-file assign to "REORDRPT.DAT"
               organization is line sequential.
           select purchase-order-file assign to "POMAST.DAT"
               organization is indexed
               access mode is sequential
               record key is po-key
               file status is ws-pomast-file-status.
           select suggestion-file assign to "REORDSUG.DAT"
               organization is line sequential.

       data division.
       file section.
           copy invmast.

       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  reorder-report-file.
       01  reorder-report-record pic x(100).

       fd  purchase-order-file.
           copy pomast.

       fd  suggestion-file.
       01  suggestion-record pic x(50).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".

       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.
       01 ws-pomast-file-status pic x(2) value spaces.
       01 ws-po-eof-flag pic x value "N".
           88 end-of-purchase-orders value "Y".

       01 history-detail-line.
           05 ih-date pic 9(8).
           05 filler pic x(1).
           05 ih-balance pic 9(5).

       01 suggestion-detail-line.
           05 sg-item-number pic 9(3).
           05 filler pic x(1) value space.
           05 sg-vendor-id pic x(6).
           05 filler pic x(1) value space.
           05 sg-suggested-qty pic 9(5).
           05 filler pic x(1) value space.
           05 sg-unit-cost pic 9(5)v99.
           05 filler pic x(1) value space.
           05 sg-approved pic x(1).
           05 filler pic x(1) value space.
           05 sg-approved-qty pic x(5).

       01 ws-usage-from pic x(8) value spaces.
       01 ws-usage-days pic 9(3) value 30.
       01 ws-usage-days-env pic x(3) value spaces.
               10 iu-item-number pic 9(3).
               10 iu-issue-total pic 9(7).

       01 ws-ord-count pic 9(3) value zero.
       01 ws-ord-idx pic 9(3) value zero.
       01 ws-ord-found-idx pic 9(3) value zero.
       01 on-order-table.
           05 on-order-entry occurs 300 times.
               10 oo-item-number pic 9(3).
               10 oo-quantity pic 9(7).
       01 ws-on-order-qty pic 9(7) value zero.
       01 ws-available-qty pic 9(7) value zero.

       01 ws-usage-rate pic 9(5)v99 value zero.
       01 ws-days-remaining pic 9(4) value zero.
       01 ws-suggested-qty pic 9(7) value zero.

       01 ws-items-read pic 9(5) value zero.
       01 ws-items-below pic 9(5) value zero.
       01 ws-items-covered pic 9(5) value zero.
       01 ws-po-lines-open pic 9(5) value zero.
       01 ws-history-read pic 9(7) value zero.

       01 ws-current-date-time pic x(21).
           05 filler pic x(10) value "USAGE/DAY".
           05 filler pic x(10) value "DAYS-LEFT".
           05 filler pic x(10) value "SUGGESTED".
           05 filler pic x(8)  value "ON-ORDER".

       01 reorder-detail-line.
           05 rod-item-number pic zz9.
           05 rod-days-left pic zzz9.
           05 filler pic x(5) value spaces.
           05 rod-suggested pic zzzz9.
           05 filler pic x(5) value spaces.
           05 rod-on-order pic zzzzzz9.

       01 reorder-total-line.
           05 rol-label pic x(30).
           display "Replenishment Report - batch run".
           perform 100-initialize.
           perform 200-load-usage-history until end-of-input.
           perform 250-load-on-order until end-of-purchase-orders.
           perform 300-scan-inventory-master.
           perform 700-write-totals.
           perform 900-terminate.
                   ws-invmast-file-status
               set end-of-master to true
           end-if.
           open input purchase-order-file.
           if ws-pomast-file-status not = "00"
               display "Purchase order file unavailable, status "
                   ws-pomast-file-status
                   " - nothing counted as on order"
               set end-of-purchase-orders to true
           end-if.
           open output reorder-report-file.
           open output suggestion-file.
           move ws-run-mm to rot-date(1:2).
           move "/" to rot-date(3:1).
           move ws-run-dd to rot-date(4:2).
               end-if
           end-if.

       250-load-on-order.
           read purchase-order-file next record
               at end
                   set end-of-purchase-orders to true
               not at end
                   if po-is-outstanding
                       add 1 to ws-po-lines-open
                       perform 260-tally-one-po-line
                   end-if
           end-read.

       260-tally-one-po-line.
           move zero to ws-ord-found-idx.
           perform varying ws-ord-idx from 1 by 1
                   until ws-ord-idx > ws-ord-count
               if oo-item-number(ws-ord-idx) = po-item-number
                   move ws-ord-idx to ws-ord-found-idx
               end-if
           end-perform.
           if ws-ord-found-idx = zero and ws-ord-count < 300
               add 1 to ws-ord-count
               move ws-ord-count to ws-ord-found-idx
               move po-item-number to oo-item-number(ws-ord-found-idx)
               move zero to oo-quantity(ws-ord-found-idx)
           end-if.
           if ws-ord-found-idx not = zero
               compute oo-quantity(ws-ord-found-idx) =
                   oo-quantity(ws-ord-found-idx)
                   + po-order-qty - po-received-qty
           end-if.

       300-scan-inventory-master.
           perform 310-check-one-item until end-of-master.

               at end set end-of-master to true
               not at end
                   add 1 to ws-items-read
                   perform 315-find-on-order
                   if im-reorder-point > zero
                      and im-quantity-on-hand <= im-reorder-point
                       if ws-available-qty <= im-reorder-point
                           perform 320-report-one-item
                       else
                           add 1 to ws-items-covered
                       end-if
                   end-if
           end-read.

       315-find-on-order.
           move zero to ws-on-order-qty.
           perform varying ws-ord-idx from 1 by 1
                   until ws-ord-idx > ws-ord-count
               if oo-item-number(ws-ord-idx) = im-item-number
                   move oo-quantity(ws-ord-idx) to ws-on-order-qty
               end-if
           end-perform.
           compute ws-available-qty =
               im-quantity-on-hand + ws-on-order-qty.

       320-report-one-item.
           add 1 to ws-items-below.
           move zero to ws-use-found-idx.
               move im-reorder-qty to ws-suggested-qty
           else
               compute ws-suggested-qty =
                   (im-reorder-point * 2) - ws-available-qty
           end-if.
           move im-item-number to rod-item-number.
           move im-item-description to rod-description.
           move ws-usage-rate to rod-usage-rate.
           move ws-days-remaining to rod-days-left.
           move ws-suggested-qty to rod-suggested.
           move ws-on-order-qty to rod-on-order.
           write reorder-report-record from reorder-detail-line.
           perform 330-write-suggestion.

       330-write-suggestion.
           move im-item-number to sg-item-number.
           move im-vendor-id to sg-vendor-id.
           move ws-suggested-qty to sg-suggested-qty.
           move im-unit-cost to sg-unit-cost.
           move space to sg-approved.
           move spaces to sg-approved-qty.
           write suggestion-record from suggestion-detail-line.

       700-write-totals.
           move spaces to reorder-report-record.
           move "ITEMS AT/BELOW REORDER POINT:" to rol-label.
           move ws-items-below to rol-count.
           write reorder-report-record from reorder-total-line.
           move "ITEMS COVERED BY OPEN POS:" to rol-label.
           move ws-items-covered to rol-count.
           write reorder-report-record from reorder-total-line.
           move "OPEN PO LINES:" to rol-label.
           move ws-po-lines-open to rol-count.
           write reorder-report-record from reorder-total-line.
           move "HISTORY LINES READ:" to rol-label.
           move ws-history-read to rol-count.
           write reorder-report-record from reorder-total-line.
              or ws-invmast-file-status = "10"
               close inventory-master-file
           end-if.
           if ws-pomast-file-status = "00"
              or ws-pomast-file-status = "10"
               close purchase-order-file
           end-if.
           close reorder-report-file.
           close suggestion-file.

       end program reorder-report.
