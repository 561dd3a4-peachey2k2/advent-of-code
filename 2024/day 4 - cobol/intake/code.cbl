           select summary-file assign to "OUTSUM.TMP"
           organization is line sequential
           file status is summary-status.
           select priocfg-file assign to "PRIOCFG.DAT"
           organization is line sequential
           file status is priocfg-status.
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

       fd ack-file.
       01 ack-record       pic x(160).

       fd summary-file.
       01 summary-record   pic x(120).
           05 ctl-p2-word       pic x(3).
           05 ctl-sep5          pic x(1).
           05 ctl-p2-expected   pic x(8).
           05 ctl-sep6          pic x(1).
           05 ctl-dup-of        pic x(8).
           05 ctl-sep7          pic x(1).
           05 ctl-priority      pic x(1).

       fd priocfg-file.
       01 priocfg-record   pic x(60).

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
       01 worklist-status  pic x(2) value spaces.
       01 ack-status       pic x(2) value spaces.
       01 summary-status   pic x(2) value spaces.
       01 ack-tag          pic x(3) value spaces.
       01 duplicate-count  pic 9(8) value zeros.
       01 dup-of-id        pic x(8) value spaces.
       01 dup-eof          pic x value 'n'.
       01 priocfg-status   pic x(2) value spaces.
       01 cfg-keyword      pic x(40) value spaces.
       01 cfg-value        pic x(20) value spaces.
       01 default-class    pic x(1) value "5".
       01 grid-class       pic x(1) value spaces.
       01 max-prio         pic 9(4) value 50.
       01 prio-count       pic 9(4) value zeros.
       01 prio-table.
           05 prio-entry occurs 50 times.
               10 prio-prefix   pic x(40).
               10 prio-len      pic 9(4).
               10 prio-class    pic x(1).
       01 prio-idx         pic 9(4) value zeros.
       01 prio-match-len   pic 9(4) value zeros.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       string
       call "SYSTEM" using ws-command.

       perform 100-count-register.
       perform 150-load-priority-config.

       open input worklist-file.
       if worklist-status not = "00"
           display "ERROR: cannot read inbound work list"
           move 1201 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       move "rm -f INWORK.LST INWORK.GRID OUTSUM.TMP" to ws-command.
       call "SYSTEM" using ws-command.

       display "intake complete: " accepted-count " accepted ("
           duplicate-count " duplicates), " rejected-count
           " rejected".
       if rejected-count > 0
           move 4 to return-code
       end-if.
           close register-file
       end-if.

       150-load-priority-config.
       move 'n' to eof-flag.
       open input priocfg-file.
       if priocfg-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read priocfg-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 160-apply-priority-line
           end-read
       end-perform.
       close priocfg-file.
       move 'n' to eof-flag.

       160-apply-priority-line.
       if priocfg-record = spaces or priocfg-record(1:1) = "*"
           exit paragraph
       end-if.
       move spaces to cfg-keyword.
       move spaces to cfg-value.
       unstring priocfg-record delimited by all spaces
           into cfg-keyword cfg-value.
       if cfg-value(1:1) < "1" or cfg-value(1:1) > "9"
           or cfg-value(2:1) not = space
           display "WARNING: PRIOCFG.DAT class must be 1-9; "
               "ignored for " function trim(cfg-keyword)
           move cfg-keyword to event-detail
           move 1202 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       if function upper-case(cfg-keyword) = "DEFAULT"
           move cfg-value(1:1) to default-class
           exit paragraph
       end-if.
       if prio-count >= max-prio
           display "WARNING: PRIOCFG.DAT holds more than " max-prio
               " prefixes; " function trim(cfg-keyword) " ignored"
           move cfg-keyword to event-detail
           move 1203 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       add 1 to prio-count.
       move cfg-keyword to prio-prefix(prio-count).
       compute prio-len(prio-count) =
           function length(function trim(cfg-keyword)).
       move cfg-value(1:1) to prio-class(prio-count).

       200-process-one-drop.
       add 1 to next-seq.
       move spaces to grid-id.
       divide return-code by 256 giving shell-rc.
       if shell-rc not = 0
           display "WARNING: cannot stage " inbound-name
           move inbound-name to event-detail
           move 1204 to event-msg-no
           perform 990-log-event
           subtract 1 from next-seq
           exit paragraph
       end-if.

       perform 300-inspect-grid.
       move spaces to dup-of-id.
       if reject-reason = spaces
           perform 320-find-duplicate
       end-if.

       if reject-reason = spaces
           perform 400-accept-drop
           move "BAD-CHAR" to reject-reason
       end-if.

       320-find-duplicate.
       move 'n' to dup-eof.
       open input register-file.
       if register-status not = "00"
           exit paragraph
       end-if.
       perform until dup-eof = 'y'
           read register-file
               at end
                   move 'y' to dup-eof
               not at end
                   if reg-status = "ACCEPTED" and
                       reg-checksum = grid-checksum and
                       reg-rows = grid-rows and
                       reg-width = grid-width
                       move reg-id to dup-of-id
                       move 'y' to dup-eof
                   end-if
           end-read
       end-perform.
       close register-file.

       400-accept-drop.
       add 1 to accepted-count.
       if dup-of-id not = spaces
           add 1 to duplicate-count
       end-if.
       move spaces to ws-command.
       string 'mv "inbound/' function trim(inbound-name)
           '" "archive/' grid-id '-' function trim(inbound-name) '"'
       perform 410-queue-for-scan.
       display "ACCEPTED " grid-id " " function trim(inbound-name)
           " rows=" grid-rows " width=" grid-width
           " checksum=" grid-checksum " class=" grid-class.
       if dup-of-id not = spaces
           display "DUPLICATE " grid-id " of " dup-of-id
               "; results will be reused"
           move grid-id to event-grid
           string "DUPLICATE OF " dup-of-id
               delimited by size into event-detail
           move 1206 to event-msg-no
           perform 990-log-event
       end-if.

       410-queue-for-scan.
       open extend gridlist-file.
       move "-" to ctl-sep3.
       move "-" to ctl-sep4.
       move "-" to ctl-sep5.
       move "-" to ctl-sep6.
       move dup-of-id to ctl-dup-of.
       move "-" to ctl-sep7.
       perform 420-assign-priority.
       move grid-class to ctl-priority.
       write gridlist-record.
       close gridlist-file.

       420-assign-priority.
       move default-class to grid-class.
       move zeros to prio-match-len.
       perform varying prio-idx from 1 by 1
               until prio-idx > prio-count
           if prio-len(prio-idx) > prio-match-len
               if inbound-name(1:prio-len(prio-idx)) =
                   prio-prefix(prio-idx)(1:prio-len(prio-idx))
                   move prio-class(prio-idx) to grid-class
                   move prio-len(prio-idx) to prio-match-len
               end-if
           end-if
       end-perform.

       500-reject-drop.
       add 1 to rejected-count.
       move spaces to ws-command.
       call "SYSTEM" using ws-command.
       display "REJECTED " grid-id " "
           function trim(inbound-name) " reason=" reject-reason.
       move grid-id to event-grid.
       string function trim(reject-reason) " "
           function trim(inbound-name)
           delimited by size into event-detail.
       move 1205 to event-msg-no.
       perform 990-log-event.

       600-write-register.
       move grid-id to reg-id.
       move grid-size to reg-size.
       move grid-checksum to reg-checksum.
       if reject-reason = spaces
           if dup-of-id not = spaces
               move "DUPLICATE" to reg-status
           else
               move "ACCEPTED" to reg-status
           end-if
       else
           move reject-reason to reg-status
       end-if.
       move dup-of-id to reg-orig-id.
       move "-" to reg-sep1.
       move "-" to reg-sep2.
       move "-" to reg-sep3.
       move "-" to reg-sep6.
       move "-" to reg-sep7.
       move "-" to reg-sep8.
       move "-" to reg-sep9.
       open extend register-file.
       if register-status = "35"
           open output register-file
               intake-time "|" function trim(inbound-name) "|"
               grid-rows "|" grid-width "|" grid-checksum
               delimited by size into ack-record
           if dup-of-id not = spaces
               move spaces to ws-command
               string function trim(ack-record)
                   "|DUPLICATE OF " dup-of-id "; RESULTS REUSED"
                   delimited by size into ws-command
               move ws-command to ack-record
           end-if
       else
           string ack-tag "|" grid-id "|" intake-date "|"
               intake-time "|" function trim(inbound-name) "|"
       call "SYSTEM" using ws-command.
       move spaces to summary-record.
       if reject-reason = spaces
           if dup-of-id not = spaces
               string ack-tag " " grid-id " "
                   function trim(inbound-name) " DUPLICATE OF "
                   dup-of-id
                   delimited by size into summary-record
           else
               string ack-tag " " grid-id " "
                   function trim(inbound-name)
                   delimited by size into summary-record
           end-if
       else
           string ack-tag " " grid-id " "
               function trim(inbound-name) " "
       800-write-summary.
       move spaces to summary-record.
       string "RUN TOTALS ACCEPTED " accepted-count
           " DUPLICATE " duplicate-count
           " REJECTED " rejected-count
           delimited by size into summary-record.
       write summary-record.
           intake-date ".TXT"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeIntake" to ev-program.
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
