           select alerts-file assign to "ALERTS.DAT"
           organization is line sequential
           file status is alerts-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
           05 rl-p2-rc          pic x(4).
           05 rl-sep6           pic x(1).
           05 rl-p2-accum       pic x(8).
           05 rl-sep7           pic x(1).
           05 rl-cells          pic x(10).

       fd p1-exceptions-file.
       01 p1-exceptions-record.
           05 al-sep5            pic x(1).
           05 al-detail          pic x(70).

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
       01 alertcfg-status  pic x(2) value spaces.
       01 runlog-status    pic x(2) value spaces.
       01 detail-text      pic x(70) value spaces.
       01 severity-text    pic x(4) value spaces.
       01 rule-text        pic x(8) value spaces.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       string
       if alertcfg-status not = "00"
           display "WARNING: ALERTCFG.DAT not found; "
               "no rules to evaluate"
           move 0101 to event-msg-no
           perform 990-log-event
           stop run
       end-if.
       perform until eof-flag = 'y'
                       when other
                           display "WARNING: unknown alert rule "
                               function trim(ac-rule) "; skipped"
                           move ac-rule to event-detail
                           move 0102 to event-msg-no
                           perform 990-log-event
                   end-evaluate
           end-read
       end-perform.
       add 1 to alert-count.
       display "ALERT " severity-text " " rule-text " "
           function trim(detail-text).

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeAlertMon" to ev-program.
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
