           select expected-file assign to "../p1/EXPECTED.DAT"
           organization is line sequential
           file status is expected-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
       fd expected-file.
       01 expected-record  pic x(20).

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
       01 banddef-status   pic x(2) value spaces.
       01 allmatch-status  pic x(2) value spaces.
       01 rw-found         pic 9(4) value zeros.
       01 expected-accum   pic 9(8) value zeros.
       01 merge-rc         pic 9(8) value zeros.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       perform 050-init-directions.
           if overflow-flag = 'y'
               display "ERROR: more than " max-matches
                   " band matches; raise MAX-MATCHES and rerun"
               move 0301 to event-msg-no
               perform 990-log-event
               move 'n' to consolidate-ok
               move 16 to merge-rc
           end-if
       if consolidate-ok = 'n' or gap-count > 0
           display "ERROR: band results not consolidated; "
               "no RESULTS.DAT record written"
           move 0302 to event-msg-no
           perform 990-log-event
           if merge-rc < 8
               move 8 to merge-rc
           end-if
       if banddef-status not = "00"
           display "ERROR: BANDDEF.DAT not found; run the driver "
               "in band mode first"
           move 0303 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       move 'n' to eof-flag.
       if grid-dims = 0 or band-count = 0
           display "ERROR: BANDDEF.DAT is incomplete"
           move 0304 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       end-perform.
       if gap-count > 0
           display "ERROR: " gap-count " rows covered by no band"
           string gap-count " ROWS"
               delimited by size into event-detail
           move 0305 to event-msg-no
           perform 990-log-event
           move 8 to merge-rc
       end-if.
       if overlap-count > 0
           display "WARNING: " overlap-count
               " rows covered by more than one band"
           string overlap-count " ROWS"
               delimited by size into event-detail
           move 0306 to event-msg-no
           perform 990-log-event
           if merge-rc < 4
               move 4 to merge-rc
           end-if
           display "ERROR: only " band-present " of " band-count
               " band workers produced results; see the band "
               "run.log files"
           string band-present " OF " band-count " BANDS"
               delimited by size into event-detail
           move 0307 to event-msg-no
           perform 990-log-event
           move 'n' to consolidate-ok
           if merge-rc < 8
               move 8 to merge-rc
       open input allmatch-file.
       if allmatch-status not = "00"
           display "ERROR: cannot gather band match files"
           move 0308 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       open input bandres-file.
       if bandres-status not = "00"
           display "ERROR: cannot gather band result files"
           move 0309 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       move 'n' to eof-flag.
       if template-set = 'n'
           display "ERROR: band results hold no usable records"
           move 0310 to event-msg-no
           perform 990-log-event
           move 'n' to consolidate-ok
           if merge-rc < 8
               move 8 to merge-rc
           display "WARNING: band accums total " band-accum-total
               " but " merged-count " matches merged with "
               dup-count " duplicates"
           string "TOTAL " band-accum-total " MERGED " merged-count
               delimited by size into event-detail
           move 0311 to event-msg-no
           perform 990-log-event
           if merge-rc < 4
               move 4 to merge-rc
           end-if
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
       move "AdventOfCodeBandMerge" to ev-program.
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
