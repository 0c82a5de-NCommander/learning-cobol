               10 arch-student-zip pic x(5).
           05 arch-student-phone pic x(10).
           05 arch-student-guardian pic x(25).
           05 arch-student-program-code pic x(6).

       fd invoice.
       copy "invoice-record.cpy".
                       or adj-invoice-no not = inv-invoice-no
                       move "Y" to ws-adjust-done
                   else
                       if adj-increases-balance
                           add adj-amount to ws-adjust-net
                       else
                           subtract adj-amount from ws-adjust-net
           move student-address to arch-student-address.
           move student-phone to arch-student-phone.
           move student-guardian to arch-student-guardian.
           move student-program-code to arch-student-program-code.
           write archive-record
               invalid key
                   display "Already archived, skipping delete of "
