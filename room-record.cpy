      *> Record layout of the rooms.db indexed master, copied into
      *> every program that opens it so the layout cannot drift
      *> between them. One record per teaching room, keyed by the
      *> same six-character room code course-sections.db carries in
      *> sec-room, with the seat capacity section maintenance holds
      *> a course's max-seats figure against. A zero capacity means
      *> the room's seating has not been counted yet and no seat
      *> limit is enforced for it.
       01 room-record.
           05 rm-room-id pic x(6).
           05 rm-description pic x(25).
           05 rm-capacity pic 9(3).
