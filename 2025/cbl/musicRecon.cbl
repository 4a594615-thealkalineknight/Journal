                   add 1 to ws-added-count
               when "DELETED"
                   add 1 to ws-deleted-count
               when "CASCADE DELETED"
                   add 1 to ws-deleted-count
               when other
                   continue
               end-evaluate
           else
               move ws-expected-count to run-count-2
           end-if
           move ws-added-count to run-count-3
           move ws-deleted-count to run-count-4
           if counts-balance
               move 0 to run-comp-code
           else
