      *****************************************************************
      *                                                               *
      * RaiseAlert                                                    *
      *                                                               *
      * The operator alert queue's one writer. A dozen steps end      *
      * RC-WARNING for a dozen different reasons, and the only        *
      * record of why used to be each step's own report. Every        *
      * step that ends on a warning or error condition CALLs here     *
      * with its name, the severity, and a short reason code:         *
      *                                                               *
      *     CALL "RaiseAlert" USING alert-parms (WS-ALERT-PARMS)      *
      *                                                               *
      * and the line goes onto ALERTQ stamped with the processing     *
      * date, the time, and the run number, open until the day        *
      * shift acknowledges it through AlertReport. DailyBatch         *
      * raises the CRITICAL line for a step that stops the night,     *
      * and will not start the next night over one left open.         *
      *                                                               *
      * The file is opened and closed per call, the same way          *
      * AcctLookup and OperCheck treat theirs - alerts are rare.      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. RaiseAlert.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select alert-file assign to "ALERTQ"
               organization is line sequential
               file status is alertq-status.

       data division.
       file section.
       fd  alert-file.
       01  alert-record pic x(116).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  alertq-status pic xx.
           copy "WS-ALERT-RECORD".

       linkage section.
           copy "WS-ALERT-PARMS".

       procedure division using alert-parms.
       main-logic.
           move spaces to ws-alert-record
           move alert-program-id to alr-program-id
           call "ProcDate" using alr-run-date
           move function current-date (9:8) to alr-run-time
           call "RunNumber" using alr-run-number
           move alert-severity to alr-severity
           move alert-reason to alr-reason
           move "O" to alr-status
           open extend alert-file
           if alertq-status equal "35"
               open output alert-file
           end-if
           move ws-alert-record to alert-record
           write alert-record
           close alert-file
           display "RaiseAlert: " alr-severity " " alr-program-id
               " " alr-reason
           move RC-SUCCESS to return-code
           goback.

       end program RaiseAlert.
