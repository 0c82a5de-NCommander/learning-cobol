      *> Record layout of the gl-map.db indexed chart-of-accounts
      *> mapping, copied into every program that opens it so the layout
      *> cannot drift between them. One record per billing event, keyed
      *> by the event code and a qualifier, naming the general ledger
      *> account debited and the one credited when that event posts.
      *> Events are TU tuition charge (qualifier the course code), LF
      *> late fee, CM credit memo, AD adjustment, FA financial aid, RF
      *> refund, WO bad-debt write-off, WR write-off recovery
      *> reinstatement, NF returned-check fee, DS tuition discount, PY
      *> payment and RP returned payment (both qualified by the
      *> pay-method C, K or O). A blank qualifier is the event's
      *> default, used when no record is on file for the specific course
      *> or method - so one TU record with a blank qualifier maps all
      *> tuition until a course needs its own revenue account.
       01 gl-map-record.
           05 gl-map-key.
               10 gm-event pic x(2).
                   88 gm-valid-event value "TU" "LF" "CM" "AD"
                                           "FA" "RF" "WO" "WR" "PY"
                                           "RP" "NF" "DS".
               10 gm-qualifier pic x(6).
           05 gm-debit-account pic x(10).
           05 gm-credit-account pic x(10).
           05 gm-description pic x(30).
