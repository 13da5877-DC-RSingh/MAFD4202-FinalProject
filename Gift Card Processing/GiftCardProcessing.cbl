             until (ws-array-pointer > ws-gc-table-count)
               move ws-gc-card-num(ws-array-pointer) to
                 ws-cdl-card-num
               move "********" to ws-cdl-card-num(1:8)
               move ws-gc-balance(ws-array-pointer) to
                 ws-cdl-balance
               move ws-gc-redeemed(ws-array-pointer) to
