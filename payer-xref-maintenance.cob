           05 px-linked-date pic 9(8).

       fd customer-master.
       copy "customer-record.cpy".

       fd student.
       copy "student-record.cpy".
       01 ws-audit-status pic x(2).
       01 ws-audit-date pic x(8).
       01 ws-audit-time pic x(6).
       01 ws-audit-operation pic x(6).
       01 ws-operator-id pic x(8) value spaces.
       01 ws-signed-on-sw pic x(1) value "N".
           88 ws-signed-on value "Y".
      * link up), expecting audit-operation already set.
      *----------------------------------------------------------------
       write-xref-audit-record.
           move audit-operation to ws-audit-operation.
           move spaces to audit-record.
           move ws-audit-operation to audit-operation.
           move ws-entry-student-id to audit-student-id.
           move "XREF" to audit-file-id.
           move spaces to audit-key.
