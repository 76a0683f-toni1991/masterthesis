               WHEN "M" DISPLAY "  (merge duplicate into survivor)"
               WHEN "P" DISPLAY "  (data-erasure purge)"
               WHEN "S" DISPLAY "  (mass name standardization)"
               WHEN "L" DISPLAY "  (late-registration fine)"
               WHEN "C" DISPLAY "  (credit note against invoice "
                   T-AQ-PERSON-ID(WS-AQ-IDX) ")"
               WHEN "W" DISPLAY "  (write-off of invoice "
                   T-AQ-PERSON-ID(WS-AQ-IDX) ")"
               WHEN "O" DISPLAY "  (deactivate dormant operator "
                   T-AQ-OPERATOR-ID(WS-AQ-IDX) ")"
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF T-AQ-REQUESTED-BY(WS-AQ-IDX) = WS-SIGNON-ID
