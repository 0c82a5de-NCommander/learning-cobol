           05 ws-student-phone pic x(10).
           05 ws-student-guardian pic x(25).
           05 ws-student-status-byte pic x(1).
           05 ws-student-program-code pic x(6).

       01 ws-student-status pic x(2).
           88 ws-student-ok value "00".
       01 ws-operator-id pic x(8) value "BATCH".
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).

       01 ws-journal-operation pic x(6).
       01 ws-journal-before-image pic x(150).
               move tr-guardian to ws-student-guardian
      *        New students start active, like a restore does.
               move "A" to ws-student-status-byte
               move spaces to ws-student-program-code
               move ws-student-id to student-id
               write student-file from ws-student
                   invalid key
           perform write-audit-record.

       write-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move ws-student-id to audit-student-id.
           move "STUDENT" to audit-file-id.
           move ws-student-id to audit-key.
