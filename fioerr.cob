      *> data/FILE-ERROR.DAT, alerts the operator on screen, and for
      *> kind 'K' (critical file, e.g. the audit trail) stops the run
      *> so records are never lost silently; kind 'L' logs and lets
      *> the caller carry on. The station the session was bound to
      *> at sign-on (LABSTA) closes the line, so a station's fault
      *> ticket can pick up the file errors it threw.
       identification division.
       program-id. FIOERR.
       environment division.
       working-storage section.
       01  ws-fe-status pic xx.
       01  ws-timestamp pic x(14).
       01  ws-station pic x(4).
       linkage section.
       01  ls-program pic x(10).
       01  ls-file pic x(30).
           end-if
           accept ws-timestamp(1:8) from date yyyymmdd
           accept ws-timestamp(9:6) from time
           accept ws-station from environment 'LABSTA'
               on exception move spaces to ws-station
           end-accept
           move spaces to file-error-record
           string ws-timestamp delimited by size
               ' | ' delimited by size
               ls-operation delimited by space
               ' | STATUS ' delimited by size
               ls-status delimited by size
               ' | STA ' delimited by size
               ws-station delimited by size
               into file-error-record
           write file-error-record
           close file-error-log
