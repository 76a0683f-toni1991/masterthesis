       CHECK-SELF-APPROVAL SECTION.
           IF (T-AQ-ACTION(WS-AQ-IDX) = "D"
               OR T-AQ-ACTION(WS-AQ-IDX) = "M"
               OR T-AQ-ACTION(WS-AQ-IDX) = "P"
               OR T-AQ-ACTION(WS-AQ-IDX) = "C"
               OR T-AQ-ACTION(WS-AQ-IDX) = "W")
               AND T-AQ-REQUESTED-BY(WS-AQ-IDX) =
                   T-AQ-DECIDED-BY(WS-AQ-IDX)
               MOVE "requested and approved by the same operator"
