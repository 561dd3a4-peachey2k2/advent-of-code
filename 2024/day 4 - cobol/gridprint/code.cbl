           select report-file assign to "GRIDRPT.RPT"
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
       fd report-file.
       01 report-record    pic x(1010).

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
       01 input-status     pic x(2) value spaces.
       01 matches-status   pic x(2) value spaces.
           05 tot-label         pic x(12).
           05 tot-gap           pic x(1) value space.
           05 tot-value         pic z(7)9.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       perform 050-init-directions.
       if bad-match-count > 0
           display "WARNING: " bad-match-count
               " match records had an unknown direction label"
           string bad-match-count " RECORDS"
               delimited by size into event-detail
           move 1001 to event-msg-no
           perform 990-log-event
           move 4 to return-code
       end-if.

               else
                   display "WARNING: ../p1/WORD.DAT must hold a "
                       "4-char word; using default XMAS"
                   move 1002 to event-msg-no
                   perform 990-log-event
               end-if
           end-if
           close word-file
       else
           display "WARNING: ../p1/RESULTS.DAT not found; "
               "run date unavailable"
           move 1003 to event-msg-no
           perform 990-log-event
       end-if.

       200-load-grid.
       open input input-file.
       if input-status not = "00"
           display "ERROR: ../input.txt not found"
           move 1004 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
                   if idx1 > max-grid-dim
                       display "ERROR: grid has more than " max-grid-dim
                           " rows; increase MAX-GRID-DIM"
                       move 1005 to event-msg-no
                       perform 990-log-event
                       move 16 to return-code
                       stop run
                   end-if
       move idx1 to input-dims.
       if input-dims = 0
           display "ERROR: input.txt is empty; cannot derive grid dims"
           move 1006 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       open input matches-file.
       if matches-status not = "00"
           display "ERROR: ../p1/MATCHES.DAT not found"
           move 1007 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       move spaces to report-record.
       move total-line to report-record.
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
       move "AdventOfCodeGridPrint" to ev-program.
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
