           select report-file assign to "EXTRECON.RPT"
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
           05 xr-hash            pic 9(8).
           05 xr-sep7            pic x(1).
           05 xr-status          pic x(10).
           05 xr-sep8            pic x(1).
           05 xr-grid            pic x(20).

       fd ack-file.
       01 ack-record.
           05 ak-hash            pic x(8).

       fd newreg-file.
       01 newreg-record    pic x(92).

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
       01 xmitreg-status   pic x(2) value spaces.
       01 ack-status       pic x(2) value spaces.
       01 unacked-count    pic 9(8) value zeros.
       01 mismatch-count   pic 9(8) value zeros.
       01 new-status       pic x(10) value spaces.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       string
       if xmitreg-status not = "00"
           display "ERROR: ../extract/XMITREG.DAT not found; "
               "nothing to reconcile"
           move 0801 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if ack-status not = "00"
           display "WARNING: ../extract/EXTACK.DAT not found; "
               "all generations will show unacked"
           move 0802 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           " MISMATCHED " mismatch-count
           delimited by size into report-record.
       write report-record.

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeExtRecon" to ev-program.
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
