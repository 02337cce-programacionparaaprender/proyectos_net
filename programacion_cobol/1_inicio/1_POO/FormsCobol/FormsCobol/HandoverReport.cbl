               when "HUNG"
               when "VALFAILED"
               when "CTL-FAIL"
               when "VARIANCE"
               when "RESTARTED"
               when "NO-ACK"
               when "PARTIAL"
               when "REJECTED"
               when "UNMATCHED"
                   set result to True
               when other
                   set result to False
