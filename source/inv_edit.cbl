           05 ed-uc-present pic x(1).
           05 ed-location pic x(3).
           05 ed-to-location pic x(3).
           05 ed-reference pic x(10).
           05 ed-po-reference redefines ed-reference.
               10 ed-po-number pic x(6).
               10 ed-po-line pic x(2).
               10 filler pic x(2).
           05 ed-wo-reference redefines ed-reference.
               10 ed-wo-station-id pic x(4).
               10 ed-wo-number pic x(6).
           05 ed-reason-code pic x(1).
           05 filler pic x(3).

       01 ws-batch-open-flag pic x value "N".
           88 batch-is-open value "Y".
               move "Transfer locations are the same"
                   to ws-reject-reason
           end-if.
           if detail-is-valid and ed-trans-code = "R"
              and ed-reason-code not = "C"
              and (ed-po-number is not numeric
                   or ed-po-line is not numeric)
               set detail-is-invalid to true
               move "Receipt needs PO number and line"
                   to ws-reject-reason
           end-if.
           if detail-is-valid and ed-trans-code = "I"
              and ed-reason-code not = "C"
              and (ed-wo-station-id = spaces
                   or ed-wo-number is not numeric)
               set detail-is-invalid to true
               move "Issue needs station and work order"
                   to ws-reject-reason
           end-if.
           if detail-is-valid and ed-reason-code not = space
              and ed-reason-code not = "C"
               set detail-is-invalid to true
               move "Reason code not C or blank" to ws-reject-reason
           end-if.
           if detail-is-valid and ed-trans-code = "U"
              and ed-quantity-present = "Y"
              and ed-quantity is not numeric
