           select gridmstr-file assign to "GRIDMSTR.DAT"
           organization is line sequential
           file status is gridmstr-status.
           select matches-file assign to "../p1/MATCHES.DAT"
           organization is line sequential
           file status is matches-status.
           select master-idx-file assign to "../matchhist/MSTMATCH.IDX"
           organization is indexed
           access is dynamic
           record key is mst-key
           file status is master-idx-status.
           select batchwin-file assign to "BATCHWIN.DAT"
           organization is line sequential
           file status is batchwin-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
           05 rl-p2-rc          pic z(3)9.
           05 rl-sep6           pic x(1).
           05 rl-p2-accum       pic z(7)9.
           05 rl-sep7           pic x(1).
           05 rl-cells          pic z(9)9.

       fd gridlist-file.
       01 gridlist-record.
           05 ctl-p2-word       pic x(3).
           05 ctl-sep5          pic x(1).
           05 ctl-p2-expected   pic x(8).
           05 ctl-sep6          pic x(1).
           05 ctl-dup-of        pic x(8).
           05 ctl-sep7          pic x(1).
           05 ctl-priority      pic x(1).

       fd p1-word-file.
       01 p1-word-record   pic x(20).
           05 bd-end             pic 9(8).

       fd gridnext-file.
       01 gridnext-record  pic x(87).

       fd trialctl-file.
       01 trialctl-record.
           05 gm-sep7           pic x(1).
           05 gm-status         pic x(8).

       fd matches-file.
       01 matches-record.
           05 mat-row            pic x(8).
           05 mat-sep1           pic x(1).
           05 mat-col            pic x(8).
           05 mat-sep2           pic x(1).
           05 mat-dir            pic x(2).
           05 mat-sep3           pic x(1).
           05 mat-word           pic x(20).

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

       fd batchwin-file.
       01 batchwin-record  pic x(40).

       fd register-file.
       01 register-record.
           05 reg-id             pic x(8).
           05 reg-sep1           pic x(1).
           05 reg-date           pic x(10).
           05 reg-sep2           pic x(1).
           05 reg-time           pic x(6).
           05 reg-sep3           pic x(1).
           05 reg-file           pic x(40).
           05 reg-sep4           pic x(1).
           05 reg-rows           pic 9(8).
           05 reg-sep5           pic x(1).
           05 reg-width          pic 9(8).
           05 reg-sep6           pic x(1).
           05 reg-size           pic 9(8).
           05 reg-sep7           pic x(1).
           05 reg-checksum       pic 9(8).
           05 reg-sep8           pic x(1).
           05 reg-status         pic x(12).
           05 reg-sep9           pic x(1).
           05 reg-orig-id        pic x(8).

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
       01 p1-results-status pic x(2) value spaces.
       01 p2-results-status pic x(2) value spaces.
       01 eof-flag          pic x value 'n'.
       01 gridlist-eof      pic x value 'n'.
       01 copy-rc           pic 9(8) value zeros.
       01 lock-rc           pic 9(8) value zeros.
       01 alertmon-rc       pic 9(8) value zeros.
       01 max-grids         pic 9(4) value 100.
       01 grid-count        pic 9(4) value zeros.
       01 banddef-tmp-status pic x(2) value spaces.
       01 gridnext-status   pic x(2) value spaces.
       01 gridlist-overflow pic x value 'n'.
       01 queue-overflow    pic x value 'n'.
       01 band-count        pic 9(4) value zeros.
       01 active-bands      pic 9(4) value zeros.
       01 band-idx          pic 9(4) value zeros.
               10 mt-status     pic x(8).
       01 master-idx        pic 9(4) value zeros.
       01 master-found      pic 9(4) value zeros.
       01 matches-status    pic x(2) value spaces.
       01 master-idx-status pic x(2) value spaces.
       01 reuse-found       pic x value 'n'.
       01 reuse-p1-accum    pic 9(8) value zeros.
       01 reuse-p2-accum    pic 9(8) value zeros.
       01 reuse-p1-word     pic x(20) value spaces.
       01 reuse-p2-word     pic x(20) value spaces.
       01 reuse-source      pic x(20) value spaces.
       01 reuse-date        pic x(10) value spaces.
       01 reuse-time        pic x(6) value spaces.
       01 reuse-match-count pic 9(8) value zeros.
       01 reuse-orig-ok     pic x value 'n'.
       01 reused-count      pic 9(4) value zeros.
       01 batchwin-status   pic x(2) value spaces.
       01 register-status   pic x(2) value spaces.
       01 cfg-keyword       pic x(10) value spaces.
       01 cfg-value         pic x(20) value spaces.
       01 window-set        pic x value 'n'.
       01 window-minutes    pic 9(4) value zeros.
       01 window-seconds    pic 9(8) value zeros.
       01 overhead-seconds  pic 9(8) value 5.
       01 default-rate      pic 9(2)v9(6) value 0.000100.
       01 cell-rate         pic 9(2)v9(6) value zeros.
       01 history-seconds   pic 9(10) value zeros.
       01 history-cells     pic 9(12) value zeros.
       01 start-seconds     pic 9(8) value zeros.
       01 end-seconds       pic 9(8) value zeros.
       01 elapsed-seconds   pic 9(8) value zeros.
       01 planned-seconds   pic 9(8) value zeros.
       01 current-cells     pic 9(10) value zeros.
       01 batch-cells       pic 9(10) value zeros.
       01 deferred-count    pic 9(4) value zeros.
       01 over-window-count pic 9(4) value zeros.
       01 queue-count       pic 9(4) value zeros.
       01 queue-idx         pic 9(4) value zeros.
       01 queue-table.
           05 queue-entry occurs 1 to 100 times
                   depending on queue-count.
               10 qu-sort-key.
                   15 qu-priority   pic x(1).
                   15 qu-seq        pic 9(4).
               10 qu-record     pic x(87).
               10 qu-cells      pic 9(10).
               10 qu-est-seconds pic 9(8).
               10 qu-decision   pic x(8).
               10 qu-reason     pic x(12).
       01 sum-detail-line.
           05 sum-id            pic x(8).
           05 sum-gap1          pic x(1) value space.
           05 sum-p2-accum      pic z(7)9.
           05 sum-gap5          pic x(1) value space.
           05 sum-status        pic x(8).
           05 sum-gap6          pic x(1) value space.
           05 sum-reason        pic x(12).
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       perform 030-set-cycle-lock.
       perform 040-load-band-config.
       perform 045-check-trial-mode.
       if trial-mode = 'y'
           perform 950-run-trial
           perform 035-clear-cycle-lock
           stop run
       end-if.
       open input gridlist-file.
           perform 900-run-single
       end-if.

       perform 035-clear-cycle-lock.
       stop run.

       900-run-single.
           move p2-rc to return-code
       end-if.

       030-set-cycle-lock.
       move spaces to ws-command.
       string "echo " function current-date(1:8) " "
           function current-date(9:6) " > CYCLE.LCK"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.

       035-clear-cycle-lock.
       move return-code to lock-rc.
       move "rm -f CYCLE.LCK" to ws-command.
       call "SYSTEM" using ws-command.
       move lock-rc to return-code.

       040-load-band-config.
       open input bandcfg-file.
       if bandcfg-status = "00"
               if band-count < 2 or band-count > 8
                   display "WARNING: BANDCFG.DAT must name 2-8 "
                       "bands; running serial"
                   move 0601 to event-msg-no
                   perform 990-log-event
                   move zeros to band-count
               end-if
           end-if
       else
           display "ERROR: TRIALCTL.DAT is present but names "
               "no grid; trial skipped"
           move 0602 to event-msg-no
           perform 990-log-event
       end-if.
       close trialctl-file.

       if grid-row-total < band-count
           display "WARNING: grid has only " grid-row-total
               " rows; running serial"
           string grid-row-total " ROWS"
               delimited by size into event-detail
           move 0603 to event-msg-no
           perform 990-log-event
           move "cd ../p1 && ./code" to ws-command
           call "SYSTEM" using ws-command
           divide return-code by 256 giving p1-rc
       if active-bands < band-count
           display "NOTE: only " active-bands " of " band-count
               " bands have rows; empty bands skipped"
           string active-bands " OF " band-count " BANDS USED"
               delimited by size into event-detail
           move 0604 to event-msg-no
           perform 990-log-event
       end-if.
       open output banddef-tmp-file.
       move "DIMS" to bd-band.
       if p1-rc not = 0
           display "WARNING: p1 rc=" p1-rc
               "; p1-accum is not applicable"
           string "P1 RC " p1-rc
               delimited by size into event-detail
           move 0605 to event-msg-no
           perform 990-log-event
       else
           move 'n' to eof-flag
           open input p1-results-file
               close p1-results-file
           else
               display "WARNING: ../p1/RESULTS.DAT not found"
               move 0606 to event-msg-no
               perform 990-log-event
           end-if
       end-if.

           call "SYSTEM" using ws-command
           if return-code not = 0
               display "WARNING: match-history step failed"
               move 0607 to event-msg-no
               perform 990-log-event
               move zeros to return-code
           end-if
       end-if.
       divide return-code by 256 giving alertmon-rc.
       if alertmon-rc > 4
           display "WARNING: alert monitor step failed"
           string "RC " alertmon-rc
               delimited by size into event-detail
           move 0608 to event-msg-no
           perform 990-log-event
       end-if.
       move zeros to return-code.

       if p2-rc not = 0
           display "WARNING: p2 rc=" p2-rc
               "; p2-accum is not applicable"
           string "P2 RC " p2-rc
               delimited by size into event-detail
           move 0609 to event-msg-no
           perform 990-log-event
       else
           move 'n' to eof-flag
           open input p2-results-file
               close p2-results-file
           else
               display "WARNING: ../p2/RESULTS.DAT not found"
               move 0610 to event-msg-no
               perform 990-log-event
           end-if
       end-if.

       move p1-accum to rl-p1-accum.
       move p2-rc to rl-p2-rc.
       move p2-accum to rl-p2-accum.
       move "-" to rl-sep7.
       move batch-cells to rl-cells.
       open extend runlog-file.
       if runlog-status = "35"
           open output runlog-file
       700-run-batch.
       perform 705-save-operator-params.
       perform 050-record-start-time.
       perform 750-load-queue.
       perform 755-load-window-config.
       perform 760-estimate-queue.
       if queue-count > 1
           sort queue-entry ascending key qu-sort-key
       end-if.
       perform 770-plan-window.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           if qu-decision(queue-idx) = "RUN"
               move qu-record(queue-idx) to gridlist-record
               move qu-cells(queue-idx) to current-cells
               perform 710-run-one-grid
           end-if
       end-perform.
       perform 775-requeue-remainder.
       perform 060-record-end-time.
       if gridlist-overflow = 'y'
           close gridnext-file
       if copy-rc not = 0
           display "ERROR: grid " ctl-grid-id " copy failed: "
               ws-command
           move ctl-grid-id to event-grid
           move ctl-file-name to event-detail
           move 0611 to event-msg-no
           perform 990-log-event
           move "COPY-ERR" to gt-status(grid-count)
           move 16 to gt-p1-rc(grid-count)
           if 16 > max-p1-rc
           move 16 to max-rc
       else
           perform 720-write-grid-params
           move 'n' to reuse-found
           if ctl-dup-of not = spaces
               perform 730-reuse-original
           end-if
           if reuse-found = 'n'
               perform 100-run-p1
               perform 150-read-p1-results
               perform 160-run-matchhist
               perform 200-run-p2
               perform 250-read-p2-results
               add current-cells to batch-cells
           end-if
           move p1-rc to gt-p1-rc(grid-count)
           move p1-accum to gt-p1-accum(grid-count)
           move p2-rc to gt-p2-rc(grid-count)
           move p2-accum to gt-p2-accum(grid-count)
           if reuse-found = 'y'
               move "REUSED" to gt-status(grid-count)
           else
               if p1-rc = 0 and p2-rc = 0
                   move "CLEAN" to gt-status(grid-count)
               else
                   move "ERROR" to gt-status(grid-count)
                   move ctl-grid-id to event-grid
                   string "P1 RC " p1-rc " P2 RC " p2-rc
                       delimited by size into event-detail
                   move 0623 to event-msg-no
                   perform 990-log-event
               end-if
           end-if
           add p1-accum to total-p1-accum
           add p2-accum to total-p2-accum
           close p2-expected-file
       end-if.

       730-reuse-original.
       if ctl-p1-word not = spaces or ctl-p1-expected not = spaces
           or ctl-p2-word not = spaces or ctl-p2-expected not = spaces
           display "NOTE: duplicate grid " ctl-grid-id
               " carries its own parameters; scanned in full"
           move ctl-grid-id to event-grid
           move 0612 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       move 'n' to reuse-orig-ok.
       perform varying grid-idx from 1 by 1
               until grid-idx >= grid-count
           if gt-id(grid-idx) = ctl-dup-of and
               (gt-status(grid-idx) = "CLEAN" or
                gt-status(grid-idx) = "REUSED")
               move gt-p1-accum(grid-idx) to reuse-p1-accum
               move gt-p2-accum(grid-idx) to reuse-p2-accum
               move 'y' to reuse-orig-ok
           end-if
       end-perform.
       if reuse-orig-ok = 'n'
           perform 732-find-master-original
       end-if.
       if reuse-orig-ok = 'n'
           display "NOTE: original " ctl-dup-of " of duplicate grid "
               ctl-grid-id " has no clean result on record; "
               "scanned in full"
           move ctl-grid-id to event-grid
           string "ORIGINAL " ctl-dup-of
               delimited by size into event-detail
           move 0613 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform 735-find-original-words.
       perform 740-rebuild-matches.
       if reuse-orig-ok = 'n'
           exit paragraph
       end-if.
       perform 745-write-reused-results.
       move zeros to p1-rc.
       move zeros to p2-rc.
       move reuse-p1-accum to p1-accum.
       move reuse-p2-accum to p2-accum.
       perform 160-run-matchhist.
       move 'y' to reuse-found.
       add 1 to reused-count.
       display "grid " ctl-grid-id " is a duplicate of " ctl-dup-of
           "; results reused, " reuse-match-count " matches copied".
       move ctl-grid-id to event-grid.
       string "ORIGINAL " ctl-dup-of
           delimited by size into event-detail.
       move 0622 to event-msg-no.
       perform 990-log-event.

       732-find-master-original.
       move 'n' to master-eof.
       open input gridmstr-file.
       if gridmstr-status not = "00"
           exit paragraph
       end-if.
       perform until master-eof = 'y'
           read gridmstr-file
               at end
                   move 'y' to master-eof
               not at end
                   if gm-id = ctl-dup-of and
                       (gm-status = "CLEAN" or gm-status = "REUSED")
                       move gm-p1-accum to reuse-p1-accum
                       move gm-p2-accum to reuse-p2-accum
                       move 'y' to reuse-orig-ok
                   end-if
           end-read
       end-perform.
       close gridmstr-file.
       move 'n' to master-eof.

       735-find-original-words.
       move "XMAS" to reuse-p1-word.
       move "MAS" to reuse-p2-word.
       move 'n' to eof-flag.
       open input p1-results-file.
       if p1-results-status = "00"
           perform until eof-flag = 'y'
               read p1-results-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if p1-res-source = ctl-dup-of
                           move p1-res-word to reuse-p1-word
                       end-if
               end-read
           end-perform
           close p1-results-file
       end-if.
       move 'n' to eof-flag.
       open input p2-results-file.
       if p2-results-status = "00"
           perform until eof-flag = 'y'
               read p2-results-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if p2-res-source = ctl-dup-of
                           move p2-res-word to reuse-p2-word
                       end-if
               end-read
           end-perform
           close p2-results-file
       end-if.
       move 'n' to eof-flag.

       740-rebuild-matches.
       move zeros to reuse-match-count.
       open input master-idx-file.
       if master-idx-status not = "00"
           display "WARNING: match master not available; duplicate "
               "grid " ctl-grid-id " scanned in full"
           move ctl-grid-id to event-grid
           move 0614 to event-msg-no
           perform 990-log-event
           move 'n' to reuse-orig-ok
           exit paragraph
       end-if.
       move spaces to reuse-source.
       move ctl-dup-of to reuse-source.
       move spaces to reuse-date.
       move spaces to reuse-time.
       move 'n' to eof-flag.
       move reuse-source to mk-source.
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
                   if mk-source not = reuse-source
                       move 'y' to eof-flag
                   else
                       move mk-date to reuse-date
                       move mk-time to reuse-time
                   end-if
           end-read
       end-perform.
       if reuse-date = spaces and reuse-p1-accum not = zeros
           close master-idx-file
           display "WARNING: match master holds no matches for "
               "original " ctl-dup-of "; duplicate grid "
               ctl-grid-id " scanned in full"
           move ctl-grid-id to event-grid
           string "ORIGINAL " ctl-dup-of
               delimited by size into event-detail
           move 0624 to event-msg-no
           perform 990-log-event
           move 'n' to reuse-orig-ok
           move 'n' to eof-flag
           exit paragraph
       end-if.
       open output matches-file.
       move 'n' to eof-flag.
       if reuse-date = spaces
           move 'y' to eof-flag
       else
           move reuse-source to mk-source
           move reuse-date to mk-date
           move reuse-time to mk-time
           move low-values to mk-row
           move low-values to mk-col
           move low-values to mk-dir
           move low-values to mk-word
           start master-idx-file key not < mst-key
               invalid key
                   move 'y' to eof-flag
           end-start
       end-if.
       perform until eof-flag = 'y'
           read master-idx-file next
               at end
                   move 'y' to eof-flag
               not at end
                   if mk-source not = reuse-source or
                       mk-date not = reuse-date or
                       mk-time not = reuse-time
                       move 'y' to eof-flag
                   else
                       move mk-row to mat-row
                       move mk-col to mat-col
                       move mk-dir to mat-dir
                       move mk-word to mat-word
                       move "-" to mat-sep1
                       move "-" to mat-sep2
                       move "-" to mat-sep3
                       write matches-record
                       add 1 to reuse-match-count
                   end-if
           end-read
       end-perform.
       close matches-file.
       close master-idx-file.
       move 'n' to eof-flag.

       745-write-reused-results.
       move spaces to p1-results-record.
       move ws-run-date to p1-res-date.
       move "AdventOfCode" to p1-res-program.
       move ctl-grid-id to p1-res-source.
       move reuse-p1-accum to p1-res-accum.
       move reuse-p1-word to p1-res-word.
       move "-" to p1-res-sep1.
       move "-" to p1-res-sep2.
       move "-" to p1-res-sep3.
       move "-" to p1-res-sep4.
       open extend p1-results-file.
       if p1-results-status = "35"
           open output p1-results-file
       end-if.
       write p1-results-record.
       close p1-results-file.
       move spaces to p2-results-record.
       move ws-run-date to p2-res-date.
       move "AdventOfCode" to p2-res-program.
       move ctl-grid-id to p2-res-source.
       move reuse-p2-accum to p2-res-accum.
       move reuse-p2-word to p2-res-word.
       move "-" to p2-res-sep1.
       move "-" to p2-res-sep2.
       move "-" to p2-res-sep3.
       move "-" to p2-res-sep4.
       open extend p2-results-file.
       if p2-results-status = "35"
           open output p2-results-file
       end-if.
       write p2-results-record.
       close p2-results-file.

       750-load-queue.
       move zeros to queue-count.
       perform until gridlist-eof = 'y' or queue-count >= max-grids
           read gridlist-file
               at end
                   move 'y' to gridlist-eof
               not at end
                   add 1 to queue-count
                   if ctl-priority < "1" or ctl-priority > "9"
                       move "5" to ctl-priority
                   end-if
                   move "-" to ctl-sep7
                   move ctl-priority to qu-priority(queue-count)
                   move queue-count to qu-seq(queue-count)
                   move gridlist-record to qu-record(queue-count)
                   move zeros to qu-cells(queue-count)
                   move zeros to qu-est-seconds(queue-count)
                   move "RUN" to qu-decision(queue-count)
                   move spaces to qu-reason(queue-count)
           end-read
       end-perform.

       755-load-window-config.
       move 'n' to eof-flag.
       open input batchwin-file.
       if batchwin-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read batchwin-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 756-apply-window-line
           end-read
       end-perform.
       close batchwin-file.
       move 'n' to eof-flag.
       if window-set = 'y'
           display "batch window " window-minutes " minutes, "
               "overhead " overhead-seconds " seconds per grid"
       end-if.

       756-apply-window-line.
       if batchwin-record = spaces or batchwin-record(1:1) = "*"
           exit paragraph
       end-if.
       move spaces to cfg-keyword.
       move spaces to cfg-value.
       unstring batchwin-record delimited by all spaces
           into cfg-keyword cfg-value.
       move function upper-case(cfg-keyword) to cfg-keyword.
       if function test-numval(cfg-value) not = 0
           display "WARNING: BATCHWIN.DAT value ignored for "
               function trim(cfg-keyword) ": "
               function trim(cfg-value)
           move cfg-keyword to event-detail
           move 0615 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       evaluate cfg-keyword
           when "WINDOW"
               compute window-minutes = function numval(cfg-value)
               compute window-seconds = window-minutes * 60
               move 'y' to window-set
           when "OVERHEAD"
               compute overhead-seconds = function numval(cfg-value)
           when "RATE"
               compute default-rate = function numval(cfg-value)
           when other
               display "WARNING: unknown BATCHWIN.DAT keyword "
                   function trim(cfg-keyword)
               move cfg-keyword to event-detail
               move 0616 to event-msg-no
               perform 990-log-event
       end-evaluate.

       760-estimate-queue.
       move 'n' to eof-flag.
       open input runlog-file.
       if runlog-status = "00"
           perform until eof-flag = 'y'
               read runlog-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if rl-cells not = spaces
                           perform 762-add-history
                       end-if
               end-read
           end-perform
           close runlog-file
       end-if.
       move 'n' to eof-flag.
       if history-cells > 0
           compute cell-rate rounded =
               history-seconds / history-cells
       end-if.
       if cell-rate = 0
           move default-rate to cell-rate
       end-if.
       open input register-file.
       if register-status = "00"
           perform until eof-flag = 'y'
               read register-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       perform 764-note-registered-size
               end-read
           end-perform
           close register-file
       end-if.
       move 'n' to eof-flag.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           move qu-record(queue-idx) to gridlist-record
           if ctl-dup-of not = spaces
               move overhead-seconds to qu-est-seconds(queue-idx)
           else
               compute qu-est-seconds(queue-idx) rounded =
                   overhead-seconds + qu-cells(queue-idx) * cell-rate
           end-if
       end-perform.

       762-add-history.
       if function numval(rl-cells) = 0
           exit paragraph
       end-if.
       compute start-seconds =
           function numval(rl-start-time(1:2)) * 3600 +
           function numval(rl-start-time(3:2)) * 60 +
           function numval(rl-start-time(5:2)).
       compute end-seconds =
           function numval(rl-end-time(1:2)) * 3600 +
           function numval(rl-end-time(3:2)) * 60 +
           function numval(rl-end-time(5:2)).
       if end-seconds < start-seconds
           compute elapsed-seconds =
               end-seconds + 86400 - start-seconds
       else
           compute elapsed-seconds = end-seconds - start-seconds
       end-if.
       add elapsed-seconds to history-seconds.
       compute history-cells =
           history-cells + function numval(rl-cells).

       764-note-registered-size.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           if qu-record(queue-idx)(1:8) = reg-id
               compute qu-cells(queue-idx) = reg-rows * reg-width
           end-if
       end-perform.

       770-plan-window.
       move zeros to planned-seconds.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           evaluate true
               when window-set = 'n'
                   continue
               when qu-priority(queue-idx) = "1"
                   continue
               when planned-seconds + qu-est-seconds(queue-idx)
                       <= window-seconds
                   continue
               when qu-est-seconds(queue-idx) > window-seconds
                   move "DEFERRED" to qu-decision(queue-idx)
                   move "OVER-WINDOW" to qu-reason(queue-idx)
                   add 1 to over-window-count
               when other
                   move "DEFERRED" to qu-decision(queue-idx)
                   move "WINDOW-FULL" to qu-reason(queue-idx)
           end-evaluate
           if qu-decision(queue-idx) = "RUN"
               add qu-est-seconds(queue-idx) to planned-seconds
           else
               add 1 to deferred-count
               display "grid " qu-record(queue-idx)(1:8)
                   " class " qu-priority(queue-idx)
                   " deferred: " qu-reason(queue-idx)
                   " estimate " qu-est-seconds(queue-idx) " seconds"
               move qu-record(queue-idx)(1:8) to event-grid
               string qu-reason(queue-idx) " ESTIMATE "
                   qu-est-seconds(queue-idx) " SECONDS"
                   delimited by size into event-detail
               move 0621 to event-msg-no
               perform 990-log-event
           end-if
       end-perform.
       if window-set = 'y'
           display "planned " planned-seconds " of "
               window-seconds " window seconds; "
               deferred-count " grids deferred"
       end-if.
       if over-window-count > 0
           display "WARNING: " over-window-count " grids are "
               "estimated longer than the whole batch window; "
               "set class 1 or widen BATCHWIN.DAT to run them"
           string over-window-count " GRIDS"
               delimited by size into event-detail
           move 0617 to event-msg-no
           perform 990-log-event
           if 4 > max-rc
               move 4 to max-rc
           end-if
       end-if.

       775-requeue-remainder.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           if qu-decision(queue-idx) = "DEFERRED"
               if gridlist-overflow = 'n'
                   open output gridnext-file
                   move 'y' to gridlist-overflow
               end-if
               move qu-record(queue-idx) to gridnext-record
               write gridnext-record
           end-if
       end-perform.
       perform until gridlist-eof = 'y'
           read gridlist-file
               at end
                   move 'y' to gridlist-eof
               not at end
                   if queue-overflow = 'n'
                       display "ERROR: GRIDLIST.DAT has more "
                           "than " max-grids " grids; remainder "
                           "requeued for the next run"
                       string "LIMIT " max-grids " GRIDS"
                           delimited by size into event-detail
                       move 0618 to event-msg-no
                       perform 990-log-event
                       if 16 > max-rc
                           move 16 to max-rc
                       end-if
                       move 'y' to queue-overflow
                   end-if
                   if gridlist-overflow = 'n'
                       open output gridnext-file
                       move 'y' to gridlist-overflow
                   end-if
                   move gridlist-record to gridnext-record
                   write gridnext-record
           end-read
       end-perform.

       790-retire-gridlist.
       perform 795-restore-operator-params.
       move spaces to ws-command.
           " TO " ws-end-time
           delimited by size into batchsum-record.
       write batchsum-record.
       if window-set = 'y'
           move spaces to batchsum-record
           string "WINDOW " window-seconds " SECONDS PLANNED "
               planned-seconds " SECONDS DEFERRED " deferred-count
               delimited by size into batchsum-record
           write batchsum-record
       end-if.
       move spaces to batchsum-record.
       string "GRID     P1RC P1-ACCUM P2RC P2-ACCUM STATUS   REASON"
           delimited by size into batchsum-record.
       write batchsum-record.
       display "grids processed: " grid-count.
           move gt-p2-rc(grid-idx) to sum-p2-rc
           move gt-p2-accum(grid-idx) to sum-p2-accum
           move gt-status(grid-idx) to sum-status
           move spaces to sum-reason
           move spaces to batchsum-record
           move sum-detail-line to batchsum-record
           write batchsum-record
           if gt-status(grid-idx) = "CLEAN"
               add 1 to clean-count
           else
               if gt-status(grid-idx) not = "REUSED"
                   add 1 to error-count
               end-if
           end-if
       end-perform.
       perform varying queue-idx from 1 by 1
               until queue-idx > queue-count
           if qu-decision(queue-idx) = "DEFERRED"
               move spaces to sum-detail-line
               move qu-record(queue-idx)(1:8) to sum-id
               move "DEFERRED" to sum-status
               move qu-reason(queue-idx) to sum-reason
               move spaces to batchsum-record
               move sum-detail-line to batchsum-record
               write batchsum-record
           end-if
       end-perform.
       move spaces to batchsum-record.
       write batchsum-record.
       move spaces to batchsum-record.
       string "GRIDS " grid-count " CLEAN " clean-count
           " REUSED " reused-count
           " ERROR " error-count
           " DEFERRED " deferred-count
           " P1 ACCUM " total-p1-accum
           " P2 ACCUM " total-p2-accum
           delimited by size into batchsum-record.
       close batchsum-file.
       display "totals: p1 accum=" total-p1-accum
           " p2 accum=" total-p2-accum
           " clean=" clean-count " reused=" reused-count
           " error=" error-count " deferred=" deferred-count.
       display "batch summary filed as BATCHSUM.RPT".

       785-update-grid-master.
               display "WARNING: grid master holds more than "
                   max-master " grids; " gt-id(grid-idx)
                   " not recorded"
               move gt-id(grid-idx) to event-grid
               move 0619 to event-msg-no
               perform 990-log-event
               exit paragraph
           end-if
           add 1 to master-count
       add 1 to mt-run-count(master-found).
       move gt-p1-accum(grid-idx) to mt-p1-accum(master-found).
       move gt-p2-accum(grid-idx) to mt-p2-accum(master-found).
       if gt-status(grid-idx) = "CLEAN" or
           gt-status(grid-idx) = "REUSED"
           add 1 to mt-streak(master-found)
       else
           move zeros to mt-streak(master-found)
       if copy-rc not = 0
           display "ERROR: trial grid " trial-grid-id
               " not found in ../intake/promoted"
           move trial-grid-id to event-grid
           move 0620 to event-msg-no
           perform 990-log-event
           perform 965-restore-production
           perform 985-retire-trial-control
           perform 035-clear-cycle-lock
           move 16 to return-code
           stop run
       end-if.
           ws-end-time ".DONE"
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
       move "AdventOfCodeDriver" to ev-program.
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
