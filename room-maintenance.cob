       >>SOURCE FORMAT IS FIXED
      *> Maintains the rooms.db master the section records point at,
      *> so a room code is proved against a real room - with its seat
      *> capacity - before a section is scheduled into it. The same
      *> CRUD menu loop the other masters use; a room still named on
      *> a section is refused on delete so the schedule never points
      *> at a room that is gone.

       identification division.
       program-id. room-maintenance.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select optional room-master assign "rooms.db"
                  organization is indexed
                  access is dynamic
                  record key is rm-room-id
                  file status is ws-room-status.

           select optional section-file assign "course-sections.db"
                  organization is indexed
                  access is sequential
                  record key is section-key
                  file status is ws-section-status.

           select optional audit-file assign "audit.log"
                  organization is line sequential
                  file status is ws-audit-status.

       data division.
       file section.
       fd room-master.
       copy "room-record.cpy".

       fd section-file.
       copy "section-record.cpy".

       fd audit-file.
       copy "audit-record.cpy".

       working-storage section.
       01 ws-room-status pic x(2).
           88 ws-room-ok value "00".
           88 ws-room-open-ok value "00" "05".
       01 ws-section-status pic x(2).
           88 ws-section-open-ok value "00" "05".
       01 ws-menu-choice pic x(1).
       01 ws-lookup-id pic x(6).
       01 ws-eof pic a(1) value "N".
       01 ws-list-done pic a(1).
       01 ws-section-done pic a(1).
       01 ws-room-count pic 9(5).
       01 ws-entry-capacity pic x(3).
       01 ws-room-in-use-sw pic x(1).
           88 ws-room-in-use value "Y".

       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
       01 ws-signon-function pic x(1) value "S".
       01 ws-signon-result pic x(1).
       01 ws-signon-level pic 9(1).

       procedure division.
       display "Enter operator ID for the audit trail".
       accept ws-operator-id.
       perform sign-on-operator.
       if not ws-signed-on
           display "Operator " ws-operator-id " is not authorized"
           stop run
       end-if.

       open i-o room-master.
       if not ws-room-open-ok
           display "WARNING: rooms.db open status " ws-room-status
       end-if.

       perform until ws-eof = "Y"
           display "(C)reate, (R)ead, (U)pdate, (D)elete, (L)ist, "
                   "(Q)uit?"
           accept ws-menu-choice

           evaluate ws-menu-choice
               when "C" when "c"
                   perform create-room
               when "R" when "r"
                   perform read-room
               when "U" when "u"
                   perform update-room
               when "D" when "d"
                   perform delete-room
               when "L" when "l"
                   perform list-rooms
               when "Q" when "q"
                   move "Y" to ws-eof
               when other
                   display "Unrecognized option: " ws-menu-choice
           end-evaluate
       end-perform.

       close room-master.
       if ws-room-status not = "00"
           display "WARNING: rooms.db close status " ws-room-status
       end-if.
       stop run.

      *----------------------------------------------------------------
      * create-room - prompts for a new room and its capacity and
      * writes it to the master.
      *----------------------------------------------------------------
       create-room.
           display "Enter Room Code (up to 6 characters)".
           accept rm-room-id.
           if rm-room-id = spaces
               display "Room code may not be blank"
           else
               display "Enter Room Description"
               accept rm-description
               move 0 to rm-capacity
               perform accept-room-capacity
               write room-record
                   invalid key
                       display "Unable to write key " rm-room-id
                               " status " ws-room-status
                   not invalid key
                       display "Room Inserted"
                       move "CREATE" to audit-operation
                       perform write-room-audit-record
               end-write
           end-if.

      *----------------------------------------------------------------
      * accept-room-capacity - the room's seat count; a zero keyed
      * here means not yet counted, and blank keeps the value the
      * record already carries.
      *----------------------------------------------------------------
       accept-room-capacity.
           display "Enter seat capacity (0 if not counted, "
                   "blank keeps current)".
           accept ws-entry-capacity.
           if ws-entry-capacity = spaces
               display "Capacity unchanged"
           else
               compute rm-capacity =
                       function numval(ws-entry-capacity)
           end-if.

      *----------------------------------------------------------------
      * read-room - random read and display of one room.
      *----------------------------------------------------------------
       read-room.
           display "Enter Room Code to read".
           accept ws-lookup-id.
           move ws-lookup-id to rm-room-id.
           read room-master
               invalid key
                   display "No room found for code " ws-lookup-id
                           " status " ws-room-status
               not invalid key
                   display "Room: " rm-room-id
                   display "Description: " rm-description
                   display "Capacity: " rm-capacity
           end-read.

      *----------------------------------------------------------------
      * update-room - reads a room by key, re-keys the description
      * and capacity, and rewrites it in place.
      *----------------------------------------------------------------
       update-room.
           display "Enter Room Code to update".
           accept ws-lookup-id.
           move ws-lookup-id to rm-room-id.
           read room-master
               invalid key
                   display "No room found for code " ws-lookup-id
                           " status " ws-room-status
           end-read.

           if ws-room-ok
               display "Current description: " rm-description
               display "Current capacity: " rm-capacity
               display "Enter new description"
               accept rm-description
               perform accept-room-capacity
               rewrite room-record
                   invalid key
                       display "Unable to update key " ws-lookup-id
                               " status " ws-room-status
                   not invalid key
                       display "Room Updated"
                       move "UPDATE" to audit-operation
                       perform write-room-audit-record
               end-rewrite
           end-if.

      *----------------------------------------------------------------
      * delete-room - removes a room from the master, unless a
      * section on course-sections.db still meets in it.
      *----------------------------------------------------------------
       delete-room.
           display "Enter Room Code to delete".
           accept ws-lookup-id.
           perform check-room-in-use.
           if ws-room-in-use
               display "Room " ws-lookup-id " is still scheduled on "
                       sec-course-code " " sec-term " section "
                       sec-section-no " - not deleted"
           else
               move ws-lookup-id to rm-room-id
               delete room-master
                   invalid key
                       display "Invalid Key - status "
                               ws-room-status
                   not invalid key
                       display "Room Deleted"
                       move ws-lookup-id to rm-room-id
                       move "DELETE" to audit-operation
                       perform write-room-audit-record
               end-delete
           end-if.

      *----------------------------------------------------------------
      * check-room-in-use - the section key leads with the course,
      * so finding the sections in a room is a front-to-back sweep.
      *----------------------------------------------------------------
       check-room-in-use.
           move "N" to ws-room-in-use-sw.
           move "N" to ws-section-done.
           open input section-file.
           if not ws-section-open-ok
               display "WARNING: course-sections.db open status "
                       ws-section-status
           end-if.
           perform check-one-section until ws-section-done = "Y".
           close section-file.

       check-one-section.
           read section-file next
               at end move "Y" to ws-section-done
               not at end
                   if sec-room = ws-lookup-id
                       move "Y" to ws-room-in-use-sw
                       move "Y" to ws-section-done
                   end-if
           end-read.

      *----------------------------------------------------------------
      * list-rooms - every room on the master in room-code order.
      *----------------------------------------------------------------
       list-rooms.
           move 0 to ws-room-count.
           move "N" to ws-list-done.
           move low-values to rm-room-id.
           start room-master key is greater than rm-room-id
               invalid key move "Y" to ws-list-done
           end-start.
           perform list-one-room until ws-list-done = "Y".
           display ws-room-count " rooms on file".

       list-one-room.
           read room-master next
               at end move "Y" to ws-list-done
               not at end
                   add 1 to ws-room-count
                   display rm-room-id " " rm-description
                           " capacity " rm-capacity
           end-read.

      *----------------------------------------------------------------
      * sign-on-operator - sign-on, password, lockout, and the
      * per-function grants all live in the shared operator-signon
      * subprogram; this screen needs the student-maintenance grant.
      *----------------------------------------------------------------
       sign-on-operator.
           move "N" to ws-signed-on-sw.
           call "operator-signon" using ws-operator-id
                   ws-signon-function ws-signon-result
                   ws-signon-level.
           if ws-signon-result = "Y"
               move "Y" to ws-signed-on-sw
           end-if.

      *----------------------------------------------------------------
      * write-room-audit-record - the audit.log entry for every room
      * master change, file identifier ROOM and the room code in the
      * key field, expecting audit-operation already set.
      *----------------------------------------------------------------
       write-room-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move "ROOM" to audit-file-id.
           move rm-room-id to audit-key.
           move ws-operator-id to audit-operator.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.
           string ws-audit-date delimited by size
                  ws-audit-time delimited by size
                  into audit-timestamp
           end-string.
           open extend audit-file.
           if ws-audit-status = "05" or ws-audit-status = "35"
               close audit-file
               open output audit-file
           end-if.
           if ws-audit-status not = "00"
               display "WARNING: audit.log open status "
                       ws-audit-status
           end-if.
           write audit-record.
           if ws-audit-status not = "00"
               display "WARNING: audit.log write status "
                       ws-audit-status
           end-if.
           close audit-file.
           if ws-audit-status not = "00"
               display "WARNING: audit.log close status "
                       ws-audit-status
           end-if.
