           select report-file assign to "GRIDCMP.RPT"
           organization is line sequential
           file status is report-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
           05 reg-checksum       pic 9(8).
           05 reg-sep8           pic x(1).
           05 reg-status         pic x(12).
           05 reg-sep9           pic x(1).
           05 reg-orig-id        pic x(8).

       fd findlist-file.
       01 findlist-record  pic x(100).
       fd report-file.
       01 report-record    pic x(100).

       fd eventlog-file.
       01 eventlog-record.
           05 ev-date            pic x(10).
           05 ev-sep1            pic x(1).
           05 ev-time            pic x(6).
           05 ev-sep2            pic x(1).
           05 ev-program         pic x(24).
           05 ev-sep3            pic x(1).
           05 ev-msg-no          pic 9(4).
           05 ev-sep4            pic x(1).
           05 ev-severity        pic x(1).
           05 ev-sep5            pic x(1).
           05 ev-grid            pic x(8).
           05 ev-sep6            pic x(1).
           05 ev-text            pic x(60).
           05 ev-sep7            pic x(1).
           05 ev-detail          pic x(40).

       fd msgcat-file.
       01 msgcat-record.
           05 mc-msg-no          pic x(4).
           05 mc-sep1            pic x(1).
           05 mc-severity        pic x(1).
           05 mc-sep2            pic x(1).
           05 mc-text            pic x(60).

       working-storage section.
       01 control-status   pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
           05 dif-old            pic x(1).
           05 dif-gap3           pic x(4) value " -> ".
           05 dif-new            pic x(1).
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       string
       if control-status not = "00"
           display "ERROR: GRIDCMP.DAT not found; name the two "
               "grid ids to compare"
           move 0901 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
           gc-new-id = spaces
           display "ERROR: GRIDCMP.DAT must name old and new "
               "grid ids"
           move 0902 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if side-found = 'n'
           display "ERROR: grid " side-id
               " not on the intake register"
           move side-id to event-grid
           move 0903 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if verify-bad = 'y'
           display "ERROR: archived copy of " side-id
               " does not verify against the register"
           move side-id to event-grid
           move 0904 to event-msg-no
           perform 990-log-event
           display "  register rows=" side-rows " width="
               side-width " checksum=" side-checksum
           display "  archive  rows=" load-rows " width="
       open input register-file.
       if register-status not = "00"
           display "ERROR: ../intake/INTAKE.DAT not found"
           move 0905 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if findlist-record = spaces
           display "ERROR: no archived copy of " side-id
               " in ../intake/archive"
           move side-id to event-grid
           move 0906 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
                   if load-rows > max-grid-dim
                       display "ERROR: archived grid has more than "
                           max-grid-dim " rows"
                       move side-id to event-grid
                       move 0907 to event-msg-no
                       perform 990-log-event
                       move 16 to return-code
                       stop run
                   end-if
               delimited by size into report-record
           write report-record
       end-if.

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeGridCmp" to ev-program.
       move event-msg-no to ev-msg-no.
       move "E" to ev-severity.
       move event-grid to ev-grid.
       move event-detail to ev-detail.
       string "MESSAGE " event-msg-no " NOT IN CATALOG"
           delimited by size into ev-text.
       move 'n' to msgcat-eof.
       open input msgcat-file.
       if msgcat-status = "00"
           perform until msgcat-eof = 'y'
               read msgcat-file
                   at end
                       move 'y' to msgcat-eof
                   not at end
                       if mc-msg-no = ev-msg-no
                           move mc-severity to ev-severity
                           move mc-text to ev-text
                           move 'y' to msgcat-eof
                       end-if
               end-read
           end-perform
           close msgcat-file
       end-if.
       move "-" to ev-sep1.
       move "-" to ev-sep2.
       move "-" to ev-sep3.
       move "-" to ev-sep4.
       move "-" to ev-sep5.
       move "-" to ev-sep6.
       move "-" to ev-sep7.
       open extend eventlog-file.
       if eventlog-status = "35"
           open output eventlog-file
       end-if.
       if eventlog-status = "00"
           write eventlog-record
           close eventlog-file
       end-if.
       move spaces to event-grid.
       move spaces to event-detail.
