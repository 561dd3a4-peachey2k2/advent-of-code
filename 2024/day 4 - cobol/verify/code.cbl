       identification division.
       program-id. AdventOfCodeVerify.

       environment division.
       input-output section.
       file-control
           select verifycfg-file assign to "VERIFYCFG.DAT"
           organization is line sequential
           file status is verifycfg-status.
           select p1-results-file assign to "../p1/RESULTS.DAT"
           organization is line sequential
           file status is p1-results-status.
           select p2-results-file assign to "../p2/RESULTS.DAT"
           organization is line sequential
           file status is p2-results-status.
           select grid-file assign to "VERIFY.GRID"
           organization is line sequential
           file status is grid-status.
           select master-idx-file assign to "../matchhist/MSTMATCH.IDX"
           organization is indexed
           access is dynamic
           record key is mst-key
           file status is master-idx-status.
           select report-file assign to "VERIFY.RPT"
           organization is line sequential
           file status is report-status.
           select alerts-file assign to "../alertmon/ALERTS.DAT"
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
       fd verifycfg-file.
       01 verifycfg-record pic x(40).

       fd p1-results-file.
       01 p1-results-record.
           05 p1-res-date       pic x(10).
           05 p1-res-sep1       pic x(1).
           05 p1-res-program    pic x(12).
           05 p1-res-sep2       pic x(1).
           05 p1-res-source     pic x(20).
           05 p1-res-sep3       pic x(1).
           05 p1-res-accum      pic x(8).
           05 p1-res-sep4       pic x(1).
           05 p1-res-word       pic x(20).

       fd p2-results-file.
       01 p2-results-record.
           05 p2-res-date       pic x(10).
           05 p2-res-sep1       pic x(1).
           05 p2-res-program    pic x(12).
           05 p2-res-sep2       pic x(1).
           05 p2-res-source     pic x(20).
           05 p2-res-sep3       pic x(1).
           05 p2-res-accum      pic x(8).
           05 p2-res-sep4       pic x(1).
           05 p2-res-word       pic x(20).

       fd grid-file.
       01 grid-record      pic x(999).

       fd master-idx-file.
       01 master-idx-record.
           05 mst-key.
               10 mk-source      pic x(20).
               10 mk-date        pic x(10).
               10 mk-time        pic x(6).
               10 mk-row         pic x(8).
               10 mk-col         pic x(8).
               10 mk-dir         pic x(2).
               10 mk-word        pic x(20).

       fd report-file.
       01 report-record    pic x(100).

       fd alerts-file.
       01 alerts-record.
           05 al-date            pic x(10).
           05 al-sep1            pic x(1).
           05 al-time            pic x(6).
           05 al-sep2            pic x(1).
           05 al-severity        pic x(4).
           05 al-sep3            pic x(1).
           05 al-state           pic x(1).
           05 al-sep4            pic x(1).
           05 al-rule            pic x(8).
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
       01 verifycfg-status pic x(2) value spaces.
       01 p1-results-status pic x(2) value spaces.
       01 p2-results-status pic x(2) value spaces.
       01 grid-status      pic x(2) value spaces.
       01 master-idx-status pic x(2) value spaces.
       01 report-status    pic x(2) value spaces.
       01 alerts-status    pic x(2) value spaces.
       01 ws-command       pic x(200) value spaces.
       01 eof-flag         pic x value 'n'.
       01 verify-date      pic x(10) value spaces.
       01 verify-time      pic x(6) value spaces.
       01 cfg-keyword      pic x(10) value spaces.
       01 cfg-value        pic x(20) value spaces.
       01 sample-every     pic 9(4) value 1.
       01 sample-limit     pic 9(4) value 50.
       01 shell-rc         pic 9(8) value zeros.

       01 max-cands        pic 9(4) value 200.
       01 max-cand-words   pic 9(4) value 20.
       01 cand-count       pic 9(4) value zeros.
       01 cand-table.
           05 cand-entry occurs 200 times.
               10 cd-id         pic x(8).
               10 cd-word-count pic 9(4).
               10 cd-word-entry occurs 20 times.
                   15 cw-word   pic x(20).
                   15 cw-accum  pic 9(8).
               10 cd-has-total  pic x.
               10 cd-total      pic 9(8).
               10 cd-has-p2     pic x.
               10 cd-p2-word    pic x(20).
               10 cd-p2-accum   pic 9(8).
       01 cand-idx         pic 9(4) value zeros.
       01 cand-found       pic 9(4) value zeros.
       01 cand-word-idx    pic 9(4) value zeros.
       01 cand-word-found  pic 9(4) value zeros.
       01 lookup-id        pic x(20) value spaces.
       01 cand-overflow    pic x value 'n'.

       01 max-grid-dim     pic 9(4) value 999.
       01 input-dims       pic 9(8) value zeros.
       01 input-width      pic 9(8) value zeros.
       01 puzzle.
           05 puzzle-input occurs 999 times pic x(999).
       01 row-len          pic 9(8) value zeros.
       01 grid-ok          pic x value 'y'.

       01 dir-table.
           05 dir-entry occurs 8 times.
               10 dir-row-delta pic s9.
               10 dir-col-delta pic s9.
               10 dir-label     pic x(2).
       01 dir-idx          pic 9(4) value zeros.
       01 step-idx         pic 9(4) value zeros.
       01 idx1             pic 9(8) value zeros.
       01 idx2             pic 9(8) value zeros.
       01 chk-row          pic s9(8) value zeros.
       01 chk-col          pic s9(8) value zeros.
       01 start-row        pic s9(8) value zeros.
       01 start-col        pic s9(8) value zeros.
       01 dir-ok           pic x value 'y'.
       01 check-word       pic x(20) value spaces.
       01 check-len        pic 9(4) value zeros.
       01 last-char        pic x(1) value spaces.
       01 word-char        pic x(1) value spaces.
       01 recount          pic 9(8) value zeros.
       01 recount-total    pic 9(8) value zeros.
       01 diag-one         pic 9(1) value zeros.
       01 diag-two         pic 9(1) value zeros.
       01 edit-row         pic z(7)9.
       01 edit-col         pic z(7)9.

       01 max-keys         pic 9(8) value 200000.
       01 mine-count       pic 9(8) value zeros.
       01 mine-table.
           05 mine-entry occurs 1 to 200000 times
                   depending on mine-count.
               10 mine-key      pic x(38).
       01 mstr-count       pic 9(8) value zeros.
       01 mstr-table.
           05 mstr-entry occurs 1 to 200000 times
                   depending on mstr-count.
               10 mstr-key      pic x(38).
       01 key-overflow     pic x value 'n'.
       01 mine-idx         pic 9(8) value zeros.
       01 mstr-idx         pic 9(8) value zeros.
       01 missing-count    pic 9(8) value zeros.
       01 extra-count      pic 9(8) value zeros.
       01 block-date       pic x(10) value spaces.
       01 block-time       pic x(6) value spaces.
       01 block-source     pic x(20) value spaces.
       01 master-ok        pic x value 'n'.

       01 grid-disputed    pic x value 'n'.
       01 dispute-text     pic x(40) value spaces.
       01 grids-on-results pic 9(8) value zeros.
       01 sampled-count    pic 9(8) value zeros.
       01 agreed-count     pic 9(8) value zeros.
       01 disputed-count   pic 9(8) value zeros.
       01 skipped-count    pic 9(8) value zeros.

       01 check-line.
           05 chk-id             pic x(8).
           05 chk-gap1           pic x(1) value space.
           05 chk-label          pic x(24).
           05 chk-gap2           pic x(1) value space.
           05 chk-reported       pic z(7)9.
           05 chk-gap3           pic x(1) value space.
           05 chk-recount        pic z(7)9.
           05 chk-gap4           pic x(2) value spaces.
           05 chk-result         pic x(40).
       01 total-line.
           05 tot-label          pic x(30).
           05 tot-gap            pic x(1) value space.
           05 tot-value          pic z(7)9.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into verify-date
       end-string.
       move function current-date(9:6) to verify-time.
       perform 050-init-directions.
       perform 100-load-config.
       perform 200-load-p1-results.
       perform 250-load-p2-results.

       open output report-file.
       perform 300-write-heading.
       perform varying cand-idx from 1 by 1
               until cand-idx > cand-count
           if function mod(cand-idx - 1, sample-every) = 0 and
               sampled-count < sample-limit
               perform 400-verify-one-grid
           end-if
       end-perform.
       perform 800-write-totals.
       close report-file.
       move "rm -f VERIFY.GRID" to ws-command.
       call "SYSTEM" using ws-command.

       display "verification complete: " sampled-count " sampled, "
           agreed-count " agreed, " disputed-count " disputed, "
           skipped-count " skipped".
       if disputed-count > 0
           display "WARNING: " disputed-count " grids disputed; "
               "see VERIFY.RPT"
           string disputed-count " GRIDS"
               delimited by size into event-detail
           move 2001 to event-msg-no
           perform 990-log-event
           move 4 to return-code
       end-if.
       stop run.

       050-init-directions.
       move -1 to dir-row-delta(1). move 0 to dir-col-delta(1).
       move "N " to dir-label(1).
       move -1 to dir-row-delta(2). move -1 to dir-col-delta(2).
       move "NW" to dir-label(2).
       move 0 to dir-row-delta(3). move -1 to dir-col-delta(3).
       move "W " to dir-label(3).
       move 1 to dir-row-delta(4). move -1 to dir-col-delta(4).
       move "SW" to dir-label(4).
       move 1 to dir-row-delta(5). move 0 to dir-col-delta(5).
       move "S " to dir-label(5).
       move 1 to dir-row-delta(6). move 1 to dir-col-delta(6).
       move "SE" to dir-label(6).
       move 0 to dir-row-delta(7). move 1 to dir-col-delta(7).
       move "E " to dir-label(7).
       move -1 to dir-row-delta(8). move 1 to dir-col-delta(8).
       move "NE" to dir-label(8).

       100-load-config.
       open input verifycfg-file.
       if verifycfg-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read verifycfg-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 110-apply-config-line
           end-read
       end-perform.
       close verifycfg-file.
       move 'n' to eof-flag.
       display "verifying every " sample-every " grid(s), at most "
           sample-limit.

       110-apply-config-line.
       if verifycfg-record = spaces or verifycfg-record(1:1) = "*"
           exit paragraph
       end-if.
       move spaces to cfg-keyword.
       move spaces to cfg-value.
       unstring verifycfg-record delimited by all spaces
           into cfg-keyword cfg-value.
       move function upper-case(cfg-keyword) to cfg-keyword.
       evaluate cfg-keyword
           when "EVERY"
               if function test-numval(cfg-value) = 0 and
                   function numval(cfg-value) > 0
                   compute sample-every = function numval(cfg-value)
               else
                   display "WARNING: VERIFYCFG.DAT EVERY value "
                       "ignored: " function trim(cfg-value)
                   move cfg-value to event-detail
                   move 2002 to event-msg-no
                   perform 990-log-event
               end-if
           when "LIMIT"
               if function test-numval(cfg-value) = 0 and
                   function numval(cfg-value) > 0
                   compute sample-limit = function numval(cfg-value)
               else
                   display "WARNING: VERIFYCFG.DAT LIMIT value "
                       "ignored: " function trim(cfg-value)
                   move cfg-value to event-detail
                   move 2003 to event-msg-no
                   perform 990-log-event
               end-if
           when other
               display "WARNING: unknown VERIFYCFG.DAT keyword "
                   function trim(cfg-keyword)
               move cfg-keyword to event-detail
               move 2004 to event-msg-no
               perform 990-log-event
       end-evaluate.

       150-find-candidate.
       move zeros to cand-found.
       perform varying cand-idx from 1 by 1
               until cand-idx > cand-count
           if cd-id(cand-idx) = lookup-id
               move cand-idx to cand-found
           end-if
       end-perform.

       160-add-candidate.
       if cand-count >= max-cands
           move 'y' to cand-overflow
           exit paragraph
       end-if.
       add 1 to cand-count.
       move cand-count to cand-found.
       move lookup-id to cd-id(cand-found).
       move zeros to cd-word-count(cand-found).
       move 'n' to cd-has-total(cand-found).
       move zeros to cd-total(cand-found).
       move 'n' to cd-has-p2(cand-found).
       move spaces to cd-p2-word(cand-found).
       move zeros to cd-p2-accum(cand-found).

       200-load-p1-results.
       open input p1-results-file.
       if p1-results-status not = "00"
           display "ERROR: ../p1/RESULTS.DAT not found; "
               "nothing to verify"
           move 2005 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform until eof-flag = 'y'
           read p1-results-file
               at end
                   move 'y' to eof-flag
               not at end
                   if p1-res-date = verify-date and
                       p1-res-source(1:1) = "G" and
                       p1-res-source(9:12) = spaces
                       perform 210-note-p1-line
                   end-if
           end-read
       end-perform.
       close p1-results-file.
       move 'n' to eof-flag.
       move cand-count to grids-on-results.
       if cand-overflow = 'y'
           display "WARNING: more than " max-cands " grids ran on "
               verify-date "; remainder not considered"
           move 2006 to event-msg-no
           perform 990-log-event
       end-if.

       210-note-p1-line.
       move p1-res-source to lookup-id.
       perform 150-find-candidate.
       if cand-found = 0
           perform 160-add-candidate
       end-if.
       if cand-found = 0
           exit paragraph
       end-if.
       if p1-res-word = "*TOTAL*"
           move 'y' to cd-has-total(cand-found)
           compute cd-total(cand-found) =
               function numval(p1-res-accum)
           exit paragraph
       end-if.
       move zeros to cand-word-found.
       perform varying cand-word-idx from 1 by 1
               until cand-word-idx > cd-word-count(cand-found)
           if cw-word(cand-found, cand-word-idx) = p1-res-word
               move cand-word-idx to cand-word-found
           end-if
       end-perform.
       if cand-word-found = 0
           if cd-word-count(cand-found) >= max-cand-words
               exit paragraph
           end-if
           add 1 to cd-word-count(cand-found)
           move cd-word-count(cand-found) to cand-word-found
           move p1-res-word to cw-word(cand-found, cand-word-found)
       end-if.
       compute cw-accum(cand-found, cand-word-found) =
           function numval(p1-res-accum).

       250-load-p2-results.
       open input p2-results-file.
       if p2-results-status not = "00"
           display "WARNING: ../p2/RESULTS.DAT not found; "
               "p2 answers not verified"
           move 2007 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read p2-results-file
               at end
                   move 'y' to eof-flag
               not at end
                   if p2-res-date = verify-date
                       move p2-res-source to lookup-id
                       perform 150-find-candidate
                       if cand-found > 0
                           move 'y' to cd-has-p2(cand-found)
                           move p2-res-word to cd-p2-word(cand-found)
                           compute cd-p2-accum(cand-found) =
                               function numval(p2-res-accum)
                       end-if
                   end-if
           end-read
       end-perform.
       close p2-results-file.
       move 'n' to eof-flag.

       300-write-heading.
       move spaces to report-record.
       string "SHADOW VERIFICATION FOR " verify-date
           " RUN " verify-time
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       string "SAMPLE EVERY " sample-every " GRID(S), LIMIT "
           sample-limit
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       write report-record.
       move "GRID" to chk-id.
       move "CHECK" to chk-label.
       move zeros to chk-reported.
       move zeros to chk-recount.
       move "RESULT" to chk-result.
       move spaces to report-record.
       move check-line to report-record.
       move "REPORTED" to report-record(35:8).
       move " RECOUNT" to report-record(44:8).
       write report-record.

       400-verify-one-grid.
       add 1 to sampled-count.
       move 'n' to grid-disputed.
       move spaces to dispute-text.
       move cd-id(cand-idx) to chk-id.
       perform 410-load-grid.
       if grid-ok = 'n'
           add 1 to skipped-count
           move "GRID FILE" to chk-label
           move zeros to chk-reported
           move zeros to chk-recount
           move "SKIPPED - PROMOTED GRID NOT AVAILABLE" to chk-result
           perform 790-write-check-line
           exit paragraph
       end-if.
       move zeros to mine-count.
       move 'n' to key-overflow.
       move zeros to recount-total.
       perform varying cand-word-idx from 1 by 1
               until cand-word-idx > cd-word-count(cand-idx)
           move cw-word(cand-idx, cand-word-idx) to check-word
           perform 500-recount-backwards
           add recount to recount-total
           move spaces to chk-label
           string "P1 " function trim(check-word)
               delimited by size into chk-label
           move cw-accum(cand-idx, cand-word-idx) to chk-reported
           move recount to chk-recount
           if recount = cw-accum(cand-idx, cand-word-idx)
               move "AGREED" to chk-result
           else
               move "DISPUTED" to chk-result
               move 'y' to grid-disputed
               move "P1 COUNT" to dispute-text
           end-if
           perform 790-write-check-line
       end-perform.
       if cd-has-total(cand-idx) = 'y'
           move "P1 *TOTAL*" to chk-label
           move cd-total(cand-idx) to chk-reported
           move recount-total to chk-recount
           if recount-total = cd-total(cand-idx)
               move "AGREED" to chk-result
           else
               move "DISPUTED" to chk-result
               move 'y' to grid-disputed
               move "P1 TOTAL" to dispute-text
           end-if
           perform 790-write-check-line
       end-if.
       if cd-has-p2(cand-idx) = 'y'
           move cd-p2-word(cand-idx) to check-word
           perform 550-recount-windows
           move spaces to chk-label
           string "P2 " function trim(check-word)
               delimited by size into chk-label
           move cd-p2-accum(cand-idx) to chk-reported
           move recount to chk-recount
           if recount = cd-p2-accum(cand-idx)
               move "AGREED" to chk-result
           else
               move "DISPUTED" to chk-result
               move 'y' to grid-disputed
               move "P2 COUNT" to dispute-text
           end-if
           perform 790-write-check-line
       end-if.
       perform 600-compare-coordinates.
       move "GRID" to chk-label.
       move zeros to chk-reported.
       move zeros to chk-recount.
       if grid-disputed = 'y'
           add 1 to disputed-count
           move "DISPUTED" to chk-result
           perform 700-raise-alert
       else
           add 1 to agreed-count
           move "AGREED" to chk-result
       end-if.
       perform 790-write-check-line.
       move spaces to report-record.
       write report-record.

       410-load-grid.
       move 'y' to grid-ok.
       move spaces to ws-command.
       string 'cp "../intake/promoted/' cd-id(cand-idx)
           '.GRID" VERIFY.GRID 2>/dev/null'
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.
       divide return-code by 256 giving shell-rc.
       if shell-rc not = 0
           move 'n' to grid-ok
           exit paragraph
       end-if.
       move zeros to input-dims.
       move zeros to input-width.
       open input grid-file.
       if grid-status not = "00"
           move 'n' to grid-ok
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read grid-file
               at end
                   move 'y' to eof-flag
               not at end
                   if input-dims >= max-grid-dim
                       move 'n' to grid-ok
                       move 'y' to eof-flag
                   else
                       add 1 to input-dims
                       move grid-record to puzzle-input(input-dims)
                       if input-dims = 1
                           compute input-width = function length(
                               function trim(grid-record))
                       end-if
                   end-if
           end-read
       end-perform.
       close grid-file.
       move 'n' to eof-flag.
       if input-dims = 0 or input-width = 0
           move 'n' to grid-ok
       end-if.

       500-recount-backwards.
       move zeros to recount.
       compute check-len = function length(function trim(check-word)).
       if check-len < 2
           exit paragraph
       end-if.
       move check-word(check-len:1) to last-char.
       perform varying idx1 from 1 by 1 until idx1 > input-dims
           perform varying idx2 from 1 by 1 until idx2 > input-width
               if puzzle-input(idx1)(idx2:1) = last-char
                   perform varying dir-idx from 1 by 1
                           until dir-idx > 8
                       perform 510-check-back-direction
                   end-perform
               end-if
           end-perform
       end-perform.

       510-check-back-direction.
       compute start-row =
           idx1 - (check-len - 1) * dir-row-delta(dir-idx).
       compute start-col =
           idx2 - (check-len - 1) * dir-col-delta(dir-idx).
       if start-row < 1 or start-row > input-dims or
           start-col < 1 or start-col > input-width
           exit paragraph
       end-if.
       move 'y' to dir-ok.
       perform varying step-idx from 1 by 1
               until step-idx > check-len - 1 or dir-ok = 'n'
           compute chk-row = idx1 - step-idx * dir-row-delta(dir-idx)
           compute chk-col = idx2 - step-idx * dir-col-delta(dir-idx)
           move check-word(check-len - step-idx:1) to word-char
           if puzzle-input(chk-row)(chk-col:1) not = word-char
               move 'n' to dir-ok
           end-if
       end-perform.
       if dir-ok = 'y'
           add 1 to recount
           if mine-count < max-keys
               add 1 to mine-count
               move start-row to edit-row
               move start-col to edit-col
               move spaces to mine-key(mine-count)
               string edit-row edit-col dir-label(dir-idx) check-word
                   delimited by size into mine-key(mine-count)
           else
               move 'y' to key-overflow
           end-if
       end-if.

       550-recount-windows.
       move zeros to recount.
       if function length(function trim(check-word)) not = 3
           exit paragraph
       end-if.
       perform varying idx1 from 1 by 1 until idx1 > input-dims - 2
           perform varying idx2 from 1 by 1
                   until idx2 > input-width - 2
               if puzzle-input(idx1 + 1)(idx2 + 1:1) =
                   check-word(2:1)
                   perform 560-check-window
               end-if
           end-perform
       end-perform.

       560-check-window.
       move zeros to diag-one.
       move zeros to diag-two.
       if puzzle-input(idx1)(idx2:1) = check-word(1:1) and
           puzzle-input(idx1 + 2)(idx2 + 2:1) = check-word(3:1)
           add 1 to diag-one
       end-if.
       if puzzle-input(idx1)(idx2:1) = check-word(3:1) and
           puzzle-input(idx1 + 2)(idx2 + 2:1) = check-word(1:1)
           add 1 to diag-one
       end-if.
       if puzzle-input(idx1)(idx2 + 2:1) = check-word(1:1) and
           puzzle-input(idx1 + 2)(idx2:1) = check-word(3:1)
           add 1 to diag-two
       end-if.
       if puzzle-input(idx1)(idx2 + 2:1) = check-word(3:1) and
           puzzle-input(idx1 + 2)(idx2:1) = check-word(1:1)
           add 1 to diag-two
       end-if.
       compute recount = recount + diag-one * diag-two.

       600-compare-coordinates.
       move "P1 MATCH COORDINATES" to chk-label.
       perform 610-load-master-block.
       if master-ok = 'n'
           move mine-count to chk-recount
           move zeros to chk-reported
           move "NOT CHECKED - NO MATCH MASTER BLOCK" to chk-result
           perform 790-write-check-line
           exit paragraph
       end-if.
       if key-overflow = 'y'
           move mine-count to chk-recount
           move mstr-count to chk-reported
           move "NOT CHECKED - TOO MANY MATCHES" to chk-result
           perform 790-write-check-line
           exit paragraph
       end-if.
       if mine-count > 0
           sort mine-entry ascending key mine-key
       end-if.
       if mstr-count > 0
           sort mstr-entry ascending key mstr-key
       end-if.
       move zeros to missing-count.
       move zeros to extra-count.
       move 1 to mine-idx.
       move 1 to mstr-idx.
       perform until mine-idx > mine-count and mstr-idx > mstr-count
           if mstr-idx > mstr-count
               add 1 to extra-count
               add 1 to mine-idx
           else
               if mine-idx > mine-count
                   add 1 to missing-count
                   add 1 to mstr-idx
               else
                   if mine-key(mine-idx) = mstr-key(mstr-idx)
                       add 1 to mine-idx
                       add 1 to mstr-idx
                   else
                       if mine-key(mine-idx) < mstr-key(mstr-idx)
                           add 1 to extra-count
                           add 1 to mine-idx
                       else
                           add 1 to missing-count
                           add 1 to mstr-idx
                       end-if
                   end-if
               end-if
           end-if
       end-perform.
       move mstr-count to chk-reported.
       move mine-count to chk-recount.
       if missing-count = 0 and extra-count = 0
           move "AGREED" to chk-result
       else
           move spaces to chk-result
           string "DISPUTED " missing-count " MISSING "
               extra-count " EXTRA"
               delimited by size into chk-result
           move 'y' to grid-disputed
           if dispute-text = spaces
               move "MATCH COORDINATES" to dispute-text
           end-if
       end-if.
       perform 790-write-check-line.

       610-load-master-block.
       move 'n' to master-ok.
       move zeros to mstr-count.
       open input master-idx-file.
       if master-idx-status not = "00"
           exit paragraph
       end-if.
       move spaces to block-source.
       move cd-id(cand-idx) to block-source.
       move spaces to block-date.
       move spaces to block-time.
       move block-source to mk-source.
       move low-values to mk-date.
       move low-values to mk-time.
       move low-values to mk-row.
       move low-values to mk-col.
       move low-values to mk-dir.
       move low-values to mk-word.
       start master-idx-file key not < mst-key
           invalid key
               move 'y' to eof-flag
       end-start.
       perform until eof-flag = 'y'
           read master-idx-file next
               at end
                   move 'y' to eof-flag
               not at end
                   if mk-source not = block-source
                       move 'y' to eof-flag
                   else
                       if mk-date not = block-date or
                           mk-time not = block-time
                           move mk-date to block-date
                           move mk-time to block-time
                           move zeros to mstr-count
                       end-if
                       if mstr-count < max-keys
                           add 1 to mstr-count
                           move spaces to mstr-key(mstr-count)
                           string mk-row mk-col mk-dir mk-word
                               delimited by size
                               into mstr-key(mstr-count)
                       else
                           move 'y' to key-overflow
                       end-if
                   end-if
           end-read
       end-perform.
       close master-idx-file.
       move 'n' to eof-flag.
       if block-date not = spaces
           move 'y' to master-ok
       end-if.

       700-raise-alert.
       move verify-date to al-date.
       move function current-date(9:6) to al-time.
       move "HIGH" to al-severity.
       move "U" to al-state.
       move "VERIFY" to al-rule.
       move spaces to al-detail.
       string "grid " cd-id(cand-idx) " answer disputed by shadow "
           "recount: " function trim(dispute-text)
           delimited by size into al-detail.
       move "-" to al-sep1.
       move "-" to al-sep2.
       move "-" to al-sep3.
       move "-" to al-sep4.
       move "-" to al-sep5.
       open extend alerts-file.
       if alerts-status = "35"
           open output alerts-file
       end-if.
       write alerts-record.
       close alerts-file.
       display "ALERT HIGH VERIFY " function trim(al-detail).
       move cd-id(cand-idx) to event-grid.
       move dispute-text to event-detail.
       move 2008 to event-msg-no.
       perform 990-log-event.

       790-write-check-line.
       move spaces to report-record.
       move check-line to report-record.
       write report-record.

       800-write-totals.
       move spaces to report-record.
       write report-record.
       move "GRIDS WITH RESULTS ON DATE" to tot-label.
       move grids-on-results to tot-value.
       perform 810-write-total-line.
       move "GRIDS SAMPLED" to tot-label.
       move sampled-count to tot-value.
       perform 810-write-total-line.
       move "GRIDS AGREED" to tot-label.
       move agreed-count to tot-value.
       perform 810-write-total-line.
       move "GRIDS DISPUTED" to tot-label.
       move disputed-count to tot-value.
       perform 810-write-total-line.
       move "GRIDS SKIPPED" to tot-label.
       move skipped-count to tot-value.
       perform 810-write-total-line.

       810-write-total-line.
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
       move "AdventOfCodeVerify" to ev-program.
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
