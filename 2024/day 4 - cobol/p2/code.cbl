           select gridid-file assign to "GRIDID.DAT"
           organization is line sequential
           file status is gridid-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
       fd gridid-file.
       01 gridid-record    pic x(20).

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
       01 checkpoint-status pic x(2) value spaces.
       01 word-status      pic x(2) value spaces.
       01 accum            pic 9(8) value zeros.

       01 eof-flag         pic x value 'n'.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       perform 100-load-word-param.
           else
               display "WARNING: WORD.DAT must hold a 3-char word; "
                   "using default MAS"
               move 1701 to event-msg-no
               perform 990-log-event
           end-if
           close word-file
       end-if.
                   if idx1 > max-grid-dim
                       display "ERROR: grid has more than " max-grid-dim
                           " rows; increase MAX-GRID-DIM"
                       move 1705 to event-msg-no
                       perform 990-log-event
                       move 16 to return-code
                       stop run
                   end-if
                       display "ERROR: row " idx1 " is longer than "
                           max-grid-dim " characters; increase "
                           "MAX-GRID-DIM"
                       string "ROW " idx1
                           delimited by size into event-detail
                       move 1706 to event-msg-no
                       perform 990-log-event
                       move 16 to return-code
                       stop run
                   end-if
       move idx1 to input-dims.
       if input-dims = 0
           display "ERROR: input.txt is empty; cannot derive grid dims"
           move 1707 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if input-width = 0
           display "ERROR: first row has zero length"
           move 1708 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if exc-count > 0
           display "ERROR: " exc-count
               " validation exceptions found; see EXCEPTIONS.DAT"
           string exc-count " EXCEPTIONS"
               delimited by size into event-detail
           move 1709 to event-msg-no
           perform 990-log-event
           move 8 to return-code
           stop run
       end-if.
               move cp-accum to accum
               move 'n' to exceptions-fresh
               display "Resuming scan from row " idx1
               string "ROW " idx1
                   delimited by size into event-detail
               move 1711 to event-msg-no
               perform 990-log-event
           end-if
           close checkpoint-file
       end-if.
               if expected-accum not = accum
                   display "MISMATCH: expected " expected-accum
                       " got " accum
                   string "EXPECTED " expected-accum " GOT " accum
                       delimited by size into event-detail
                   move 1710 to event-msg-no
                   perform 990-log-event
                   move 1 to exc-count
                   move zeros to exc-row
                   move "ANSWER-MISMATCH" to exc-type
           end-if
           close expected-file
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
       move "AdventOfCode (p2)" to ev-program.
       move event-msg-no to ev-msg-no.
       move "E" to ev-severity.
       move event-grid to ev-grid.
       if event-grid = spaces
           perform 610-load-grid-id
           move grid-id to ev-grid
       end-if.
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
