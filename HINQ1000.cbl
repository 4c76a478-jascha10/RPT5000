                   SUBTRACT HI-INVOICE-AMOUNT FROM WS-CUSTOMER-TOTAL
               WHEN "V"
                   MOVE "REVERSED" TO HDL-TYPE
               WHEN "R"
                   MOVE "REVERSAL" TO HDL-TYPE
               WHEN OTHER
                   MOVE "SALE"     TO HDL-TYPE
                   ADD HI-INVOICE-AMOUNT TO WS-CUSTOMER-TOTAL
