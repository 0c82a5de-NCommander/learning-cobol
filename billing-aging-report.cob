                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
