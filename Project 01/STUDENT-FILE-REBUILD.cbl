                   WHEN "AWARD"  PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "AGYPAY" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "CRSWDR" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "CRSFEE" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "CRSFRV" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "WRTOFF" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "WRTREC" PERFORM 400-REPLAY-BALANCE-CHANGE
                   WHEN "PURGE"  PERFORM 500-REPLAY-PURGE
                   WHEN OTHER    ADD 1 TO WS-ENTRIES-SKIPPED
               END-EVALUATE
           IF AL-ACTION = "PAYMNT" OR AL-ACTION = "SPNPAY"
               OR AL-ACTION = "PAYREV" OR AL-ACTION = "NSFFEE"
               OR AL-ACTION = "AWARD" OR AL-ACTION = "AGYPAY"
               OR AL-ACTION = "CRSWDR" OR AL-ACTION = "CRSFEE"
               OR AL-ACTION = "CRSFRV" OR AL-ACTION = "WRTOFF"
               OR AL-ACTION = "WRTREC"
               MOVE AL-PERIOD(1:5) TO WS-REPLAY-TERM
           ELSE
               MOVE AL-REFERENCE(1:5) TO WS-REPLAY-TERM
