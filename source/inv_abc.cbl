       identification division.
       program-id. inv-abc.

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
           select analysis-report-file assign to "INVABC.DAT"
               organization is line sequential.
           select sort-file assign to "ABCSRT".

       data division.
       file section.
       fd  inventory-master-file.
           copy invmast.

       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  analysis-report-file.
       01  analysis-report-record pic x(132).

       sd  sort-file.
       01  sort-record.
           05 srt-issue-value pic 9(11)v99.
           05 srt-item-number pic 9(3).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-master-eof-flag pic x value "N".
           88 end-of-master value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".

       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.

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
           05 filler pic x(1).
           05 ih-reason-code pic x(1).
           05 filler pic x(1).
           05 ih-unit-cost pic 9(5)v99.
           05 ih-unit-cost-x redefines ih-unit-cost pic x(7).

       01 item-analysis-table.
           05 item-analysis-entry occurs 1000 times.
               10 ia-present pic x(1).
               10 ia-description pic x(30).
               10 ia-on-hand pic 9(5).
               10 ia-unit-cost pic 9(5)v99.
               10 ia-issue-qty pic 9(7).
               10 ia-issue-value pic 9(11)v99.
               10 ia-last-issue-date pic 9(8).
               10 ia-class pic x(1).
               10 ia-locations occurs 3 times.
                   15 ia-location-code pic x(3).
                   15 ia-location-qty pic 9(5).
       01 ws-item-idx pic 9(4) value zero.
       01 ws-loc-scan pic 9 value zero.

       01 ws-asof-env pic x(8) value spaces.
       01 ws-asof-date pic 9(8) value zero.
       01 ws-asof-view redefines ws-asof-date.
           05 ws-asof-yyyy pic 9(4).
           05 ws-asof-mm pic 9(2).
           05 ws-asof-dd pic 9(2).
       01 ws-cutoff-12 pic 9(8) value zero.
       01 ws-cutoff-24 pic 9(8) value zero.
       01 ws-cutoff-6 pic 9(8) value zero.
       01 ws-months-back pic 9(3) value zero.
       01 ws-cutoff-work pic 9(8) value zero.
       01 ws-month-count pic 9(6) value zero.
       01 ws-cutoff-yyyy pic 9(4) value zero.
       01 ws-cutoff-mm pic 9(2) value zero.

       01 ws-a-pct-env pic x(3) value spaces.
       01 ws-b-pct-env pic x(3) value spaces.
       01 ws-a-pct pic 9(3) value 80.
       01 ws-b-pct pic 9(3) value 95.

       01 ws-issue-cost pic 9(5)v99 value zero.
       01 ws-issue-value pic 9(11)v99 value zero.
       01 ws-grand-value pic 9(11)v99 value zero.
       01 ws-cum-value pic 9(11)v99 value zero.
       01 ws-cum-pct pic 9(3)v99 value zero.
       01 ws-rank pic 9(4) value zero.
       01 ws-value-work pic 9(9)v99 value zero.
       01 ws-item-value pic 9(9)v99 value zero.

       01 ws-bucket-label pic x(16) value spaces.
       01 ws-bucket-from pic 9(8) value zero.
       01 ws-bucket-to pic 9(8) value zero.
       01 ws-bucket-count pic 9(5) value zero.
       01 ws-bucket-value pic 9(11)v99 value zero.

       01 ws-items-read pic 9(5) value zero.
       01 ws-history-read pic 9(7) value zero.
       01 ws-issues-used pic 9(7) value zero.
       01 ws-class-a-count pic 9(5) value zero.
       01 ws-class-b-count pic 9(5) value zero.
       01 ws-class-c-count pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 filler pic x(13).

       01 analysis-title-line.
           05 filler pic x(36)
               value "ABC CLASSIFICATION / SLOW STOCK".
           05 filler pic x(10) value "RUN DATE: ".
           05 atl-date pic x(10).

       01 analysis-range-line.
           05 filler pic x(14) value "  AS OF DATE: ".
           05 arl-asof pic x(8).
           05 filler pic x(20) value "  ISSUES SINCE: ".
           05 arl-from pic x(8).
           05 filler pic x(12) value "  A/B CUTS: ".
           05 arl-a-pct pic zz9.
           05 filler pic x(1) value "/".
           05 arl-b-pct pic zz9.

       01 analysis-section-line.
           05 ast-text pic x(60).

       01 analysis-abc-header.
           05 filler pic x(6) value "RANK".
           05 filler pic x(6) value "ITEM".
           05 filler pic x(32) value "DESCRIPTION".
           05 filler pic x(10) value "ISSUE QTY".
           05 filler pic x(16) value "ISSUE VALUE".
           05 filler pic x(8) value "CUM %".
           05 filler pic x(7) value "CLASS".
           05 filler pic x(12) value "COUNT FREQ".

       01 analysis-abc-line.
           05 aal-rank pic zzz9.
           05 filler pic x(2) value spaces.
           05 aal-item-number pic zz9.
           05 filler pic x(3) value spaces.
           05 aal-description pic x(30).
           05 filler pic x(2) value spaces.
           05 aal-issue-qty pic zzzzzz9.
           05 filler pic x(3) value spaces.
           05 aal-issue-value pic zzzzzzzzzz9.99.
           05 filler pic x(2) value spaces.
           05 aal-cum-pct pic zz9.99.
           05 filler pic x(4) value spaces.
           05 aal-class pic x(1).
           05 filler pic x(4) value spaces.
           05 aal-count-freq pic x(10).

       01 analysis-slow-header.
           05 filler pic x(6) value "ITEM".
           05 filler pic x(32) value "DESCRIPTION".
           05 filler pic x(13) value "LAST ISSUE".
           05 filler pic x(6) value "LOC".
           05 filler pic x(9) value "ON HAND".
           05 filler pic x(11) value "UNIT COST".
           05 filler pic x(14) value "VALUE".
           05 filler pic x(6) value "CLASS".

       01 analysis-slow-line.
           05 asl-item-number pic zz9.
           05 filler pic x(3) value spaces.
           05 asl-description pic x(30).
           05 filler pic x(2) value spaces.
           05 asl-last-issue pic x(10).
           05 filler pic x(3) value spaces.
           05 asl-location pic x(3).
           05 filler pic x(3) value spaces.
           05 asl-on-hand pic zzzz9.
           05 filler pic x(4) value spaces.
           05 asl-unit-cost pic zzzz9.99.
           05 filler pic x(3) value spaces.
           05 asl-value pic zzzzzzzz9.99.
           05 filler pic x(3) value spaces.
           05 asl-class pic x(1).

       01 analysis-bucket-total-line.
           05 filler pic x(4) value spaces.
           05 abt-label pic x(16).
           05 filler pic x(9) value " ITEMS: ".
           05 abt-count pic zzzz9.
           05 filler pic x(10) value "  VALUE: ".
           05 abt-value pic zzzzzzzzzz9.99.

       01 analysis-total-line.
           05 att-label pic x(30).
           05 att-count pic zzzzzz9.

       01 analysis-value-line.
           05 avl-label pic x(30).
           05 avl-value pic zzzzzzzzzz9.99.

       procedure division.

       000-main.
           display "ABC Classification - batch run".
           perform 100-initialize.
           perform 200-load-item-master until end-of-master.
           perform 250-load-issue-history until end-of-input.
           sort sort-file
               descending key srt-issue-value
               ascending key srt-item-number
               input procedure is 300-release-items
               output procedure is 400-classify-items.
           perform 500-list-slow-moving.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           accept ws-asof-env from environment "ABC_ASOF".
           if ws-asof-env is numeric
               move ws-asof-env to ws-asof-date
           else
               move ws-run-yyyy to ws-asof-yyyy
               move ws-run-mm to ws-asof-mm
               move ws-run-dd to ws-asof-dd
           end-if.
           accept ws-a-pct-env from environment "ABC_A_PCT".
           if ws-a-pct-env not = spaces
               compute ws-a-pct = function numval(ws-a-pct-env)
           end-if.
           accept ws-b-pct-env from environment "ABC_B_PCT".
           if ws-b-pct-env not = spaces
               compute ws-b-pct = function numval(ws-b-pct-env)
           end-if.
           if ws-a-pct = zero or ws-a-pct > 100
               move 80 to ws-a-pct
           end-if.
           if ws-b-pct < ws-a-pct or ws-b-pct > 100
               move 95 to ws-b-pct
           end-if.
           move 6 to ws-months-back.
           perform 110-compute-cutoff.
           move ws-cutoff-work to ws-cutoff-6.
           move 12 to ws-months-back.
           perform 110-compute-cutoff.
           move ws-cutoff-work to ws-cutoff-12.
           move 24 to ws-months-back.
           perform 110-compute-cutoff.
           move ws-cutoff-work to ws-cutoff-24.
           perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > 1000
               move "N" to ia-present(ws-item-idx)
           end-perform.
           open input inventory-master-file.
           if ws-invmast-file-status not = "00"
               display "Inventory master unavailable, status "
                   ws-invmast-file-status
               set end-of-master to true
           end-if.
           open input item-history-file.
           if ws-history-file-status not = "00"
               display "Item history unavailable, status "
                   ws-history-file-status
                   " - all items will show no issues"
               set end-of-input to true
           end-if.
           open output analysis-report-file.
           move ws-run-mm to atl-date(1:2).
           move "/" to atl-date(3:1).
           move ws-run-dd to atl-date(4:2).
           move "/" to atl-date(6:1).
           move ws-run-yyyy to atl-date(7:4).
           write analysis-report-record from analysis-title-line.
           move ws-asof-date to arl-asof.
           move ws-cutoff-12 to arl-from.
           move ws-a-pct to arl-a-pct.
           move ws-b-pct to arl-b-pct.
           write analysis-report-record from analysis-range-line.
           move spaces to analysis-report-record.
           write analysis-report-record.

       110-compute-cutoff.
           compute ws-month-count =
               (ws-asof-yyyy * 12) + ws-asof-mm - 1 - ws-months-back.
           divide ws-month-count by 12
               giving ws-cutoff-yyyy remainder ws-cutoff-mm.
           add 1 to ws-cutoff-mm.
           move ws-cutoff-yyyy to ws-cutoff-work(1:4).
           move ws-cutoff-mm to ws-cutoff-work(5:2).
           move ws-asof-dd to ws-cutoff-work(7:2).

       200-load-item-master.
           read inventory-master-file next record
               at end set end-of-master to true
               not at end
                   add 1 to ws-items-read
                   perform 210-store-one-item
           end-read.

       210-store-one-item.
           compute ws-item-idx = im-item-number + 1.
           move "Y" to ia-present(ws-item-idx).
           move im-item-description to ia-description(ws-item-idx).
           move im-quantity-on-hand to ia-on-hand(ws-item-idx).
           move im-unit-cost to ia-unit-cost(ws-item-idx).
           move zero to ia-issue-qty(ws-item-idx).
           move zero to ia-issue-value(ws-item-idx).
           move zero to ia-last-issue-date(ws-item-idx).
           move "C" to ia-class(ws-item-idx).
           perform varying ws-loc-scan from 1 by 1
                   until ws-loc-scan > 3
               move il-location-code(ws-loc-scan)
                   to ia-location-code(ws-item-idx, ws-loc-scan)
               move il-quantity(ws-loc-scan)
                   to ia-location-qty(ws-item-idx, ws-loc-scan)
           end-perform.

       250-load-issue-history.
           read item-history-file into history-detail-line
               at end set end-of-input to true
               not at end
                   add 1 to ws-history-read
                   if ih-trans-code = "I"
                      and ih-reason-code not = "C"
                      and ih-item-number is numeric
                      and ih-date is numeric
                       perform 260-tally-one-issue
                   end-if
           end-read.

       260-tally-one-issue.
           compute ws-item-idx = ih-item-number + 1.
           if ia-present(ws-item-idx) = "Y"
              and ih-date <= ws-asof-date
               if ih-date > ia-last-issue-date(ws-item-idx)
                   move ih-date to ia-last-issue-date(ws-item-idx)
               end-if
               if ih-date > ws-cutoff-12
                   add 1 to ws-issues-used
                   if ih-unit-cost-x is numeric
                      and ih-unit-cost > zero
                       move ih-unit-cost to ws-issue-cost
                   else
                       move ia-unit-cost(ws-item-idx) to ws-issue-cost
                   end-if
                   compute ws-issue-value = ih-quantity * ws-issue-cost
                   add ih-quantity to ia-issue-qty(ws-item-idx)
                   add ws-issue-value to ia-issue-value(ws-item-idx)
               end-if
           end-if.

       300-release-items.
           perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > 1000
               if ia-present(ws-item-idx) = "Y"
                   add ia-issue-value(ws-item-idx) to ws-grand-value
                   move ia-issue-value(ws-item-idx) to srt-issue-value
                   compute srt-item-number = ws-item-idx - 1
                   release sort-record
               end-if
           end-perform.

       400-classify-items.
           move "ANNUAL ISSUE VALUE RANKING" to ast-text.
           write analysis-report-record from analysis-section-line.
           write analysis-report-record from analysis-abc-header.
           move "N" to ws-sort-eof-flag.
           perform 410-return-one-item until end-of-sort.
           move spaces to analysis-report-record.
           write analysis-report-record.

       410-return-one-item.
           return sort-file
               at end set end-of-sort to true
               not at end perform 420-classify-one-item
           end-return.

       420-classify-one-item.
           add 1 to ws-rank.
           compute ws-item-idx = srt-item-number + 1.
           add srt-issue-value to ws-cum-value.
           if ws-grand-value > zero
               compute ws-cum-pct rounded =
                   (ws-cum-value * 100) / ws-grand-value
           else
               move 100 to ws-cum-pct
           end-if.
           if srt-issue-value = zero
               move "C" to ia-class(ws-item-idx)
           else
               if ws-cum-pct <= ws-a-pct or ws-rank = 1
                   move "A" to ia-class(ws-item-idx)
               else
                   if ws-cum-pct <= ws-b-pct
                       move "B" to ia-class(ws-item-idx)
                   else
                       move "C" to ia-class(ws-item-idx)
                   end-if
               end-if
           end-if.
           evaluate ia-class(ws-item-idx)
               when "A"
                   add 1 to ws-class-a-count
                   move "MONTHLY" to aal-count-freq
               when "B"
                   add 1 to ws-class-b-count
                   move "QUARTERLY" to aal-count-freq
               when other
                   add 1 to ws-class-c-count
                   move "ANNUALLY" to aal-count-freq
           end-evaluate.
           move ws-rank to aal-rank.
           move srt-item-number to aal-item-number.
           move ia-description(ws-item-idx) to aal-description.
           move ia-issue-qty(ws-item-idx) to aal-issue-qty.
           move srt-issue-value to aal-issue-value.
           move ws-cum-pct to aal-cum-pct.
           move ia-class(ws-item-idx) to aal-class.
           write analysis-report-record from analysis-abc-line.

       500-list-slow-moving.
           move "SLOW-MOVING STOCK - NO ISSUES IN PERIOD" to ast-text.
           write analysis-report-record from analysis-section-line.
           move "NO ISSUE 24M+" to ws-bucket-label.
           move zero to ws-bucket-from.
           move ws-cutoff-24 to ws-bucket-to.
           perform 510-list-one-bucket.
           move "NO ISSUE 12-24M" to ws-bucket-label.
           move ws-cutoff-24 to ws-bucket-from.
           move ws-cutoff-12 to ws-bucket-to.
           perform 510-list-one-bucket.
           move "NO ISSUE 6-12M" to ws-bucket-label.
           move ws-cutoff-12 to ws-bucket-from.
           move ws-cutoff-6 to ws-bucket-to.
           perform 510-list-one-bucket.

       510-list-one-bucket.
           move spaces to ast-text.
           string ws-bucket-label delimited by "  "
                  " - ON-HAND STOCK" delimited by size
               into ast-text
           end-string.
           move spaces to analysis-report-record.
           write analysis-report-record.
           write analysis-report-record from analysis-section-line.
           write analysis-report-record from analysis-slow-header.
           move zero to ws-bucket-count ws-bucket-value.
           perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > 1000
               if ia-present(ws-item-idx) = "Y"
                  and ia-on-hand(ws-item-idx) > zero
                  and (ia-last-issue-date(ws-item-idx) >= ws-bucket-from
                       or ws-bucket-from = zero)
                  and ia-last-issue-date(ws-item-idx) < ws-bucket-to
                   perform 520-list-one-slow-item
               end-if
           end-perform.
           move ws-bucket-label to abt-label.
           move ws-bucket-count to abt-count.
           move ws-bucket-value to abt-value.
           write analysis-report-record from analysis-bucket-total-line.

       520-list-one-slow-item.
           add 1 to ws-bucket-count.
           compute asl-item-number = ws-item-idx - 1.
           move ia-description(ws-item-idx) to asl-description.
           if ia-last-issue-date(ws-item-idx) = zero
               move "NEVER" to asl-last-issue
           else
               move spaces to asl-last-issue
               move ia-last-issue-date(ws-item-idx)(5:2)
                   to asl-last-issue(1:2)
               move "/" to asl-last-issue(3:1)
               move ia-last-issue-date(ws-item-idx)(7:2)
                   to asl-last-issue(4:2)
               move "/" to asl-last-issue(6:1)
               move ia-last-issue-date(ws-item-idx)(1:4)
                   to asl-last-issue(7:4)
           end-if.
           move "ALL" to asl-location.
           move ia-on-hand(ws-item-idx) to asl-on-hand.
           move ia-unit-cost(ws-item-idx) to asl-unit-cost.
           compute ws-item-value =
               ia-on-hand(ws-item-idx) * ia-unit-cost(ws-item-idx).
           move ws-item-value to asl-value.
           add ws-item-value to ws-bucket-value.
           move ia-class(ws-item-idx) to asl-class.
           write analysis-report-record from analysis-slow-line.
           move spaces to asl-description asl-last-issue asl-class.
           move zero to asl-item-number.
           perform varying ws-loc-scan from 1 by 1
                   until ws-loc-scan > 3
               if ia-location-code(ws-item-idx, ws-loc-scan)
                   not = spaces
                   move ia-location-code(ws-item-idx, ws-loc-scan)
                       to asl-location
                   move ia-location-qty(ws-item-idx, ws-loc-scan)
                       to asl-on-hand
                   compute ws-value-work =
                       ia-location-qty(ws-item-idx, ws-loc-scan)
                       * ia-unit-cost(ws-item-idx)
                   move ws-value-work to asl-value
                   write analysis-report-record
                       from analysis-slow-line
               end-if
           end-perform.

       700-write-totals.
           move spaces to analysis-report-record.
           write analysis-report-record.
           move "ITEMS ON MASTER:" to att-label.
           move ws-items-read to att-count.
           write analysis-report-record from analysis-total-line.
           move "HISTORY LINES READ:" to att-label.
           move ws-history-read to att-count.
           write analysis-report-record from analysis-total-line.
           move "ISSUES IN ANNUAL WINDOW:" to att-label.
           move ws-issues-used to att-count.
           write analysis-report-record from analysis-total-line.
           move "CLASS A ITEMS:" to att-label.
           move ws-class-a-count to att-count.
           write analysis-report-record from analysis-total-line.
           move "CLASS B ITEMS:" to att-label.
           move ws-class-b-count to att-count.
           write analysis-report-record from analysis-total-line.
           move "CLASS C ITEMS:" to att-label.
           move ws-class-c-count to att-count.
           write analysis-report-record from analysis-total-line.
           move "ANNUAL ISSUE VALUE:" to avl-label.
           move ws-grand-value to avl-value.
           write analysis-report-record from analysis-value-line.

       900-terminate.
           if ws-invmast-file-status = "00"
              or ws-invmast-file-status = "10"
               close inventory-master-file
           end-if.
           if ws-history-file-status = "00"
              or ws-history-file-status = "10"
               close item-history-file
           end-if.
           close analysis-report-file.

       end program inv-abc.
