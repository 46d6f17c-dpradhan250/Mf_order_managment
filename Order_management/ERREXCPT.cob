           05  EL-Time             PIC X(08).
           05  EL-Key              PIC X(07).
           05  EL-Message          PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid           PIC X(08).

       FD  ErrorArchiveFile.
       01  Error-Archive-Record.
           05  EA-Time             PIC X(08).
           05  EA-Key              PIC X(07).
           05  EA-Message          PIC X(50).
           05  EA-Userid           PIC X(08).

       FD  ErrorWorkFile.
       01  Error-Work-Record.
           05  EW-Time             PIC X(08).
           05  EW-Key              PIC X(07).
           05  EW-Message          PIC X(50).
           05  EW-Userid           PIC X(08).

       FD  ControlTotalFile.
       01  Control-Total-Record.
                   ADD 1 TO WS-RECORD-NO
                   IF WS-RECORD-NO > WS-REPORTED-OFFSET
                       DISPLAY EL-Date " " EL-Time
                           " " EL-Program " " EL-Userid
                           " " EL-Key " " EL-Message
                       ADD 1 TO WS-NEW-COUNT
                       PERFORM POST-EXCEPTION-TO-SUMMARY
                   END-IF
