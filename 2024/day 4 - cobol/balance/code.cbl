       identification division.
       program-id. AdventOfCodeBalance.

       environment division.
       input-output section.
       file-control
           select balctl-file assign to "BALCTL.DAT"
           organization is line sequential
           file status is balctl-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
           select queued-file assign to "BALQUEUE.TMP"
           organization is line sequential
           file status is queued-status.
           select gridlist-file assign to "../driver/GRIDLIST.DAT"
           organization is line sequential
           file status is gridlist-status.
           select gridmstr-file assign to "../driver/GRIDMSTR.DAT"
           organization is line sequential
           file status is gridmstr-status.
           select p1-results-file assign to "../p1/RESULTS.DAT"
           organization is line sequential
           file status is p1-results-status.
           select p2-results-file assign to "../p2/RESULTS.DAT"
           organization is line sequential
           file status is p2-results-status.
           select xmitreg-file assign to "../extract/XMITREG.DAT"
           organization is line sequential
           file status is xmitreg-status.
           select extdetail-file assign to "BALEXT.TMP"
           organization is line sequential
           file status is extdetail-status.
           select report-file assign to "BALANCE.RPT"
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
       fd balctl-file.
       01 balctl-record    pic x(20).

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

       fd queued-file.
       01 queued-record.
           05 qd-grid-id        pic x(8).
           05 qd-rest           pic x(79).

       fd gridlist-file.
       01 gridlist-record.
           05 ctl-grid-id       pic x(8).
           05 ctl-rest          pic x(79).

       fd gridmstr-file.
       01 gridmstr-record.
           05 gm-id             pic x(8).
           05 gm-sep1           pic x(1).
           05 gm-first-date     pic x(10).
           05 gm-sep2           pic x(1).
           05 gm-last-date      pic x(10).
           05 gm-sep3           pic x(1).
           05 gm-run-count      pic 9(8).
           05 gm-sep4           pic x(1).
           05 gm-p1-accum       pic 9(8).
           05 gm-sep5           pic x(1).
           05 gm-p2-accum       pic 9(8).
           05 gm-sep6           pic x(1).
           05 gm-clean-streak   pic 9(8).
           05 gm-sep7           pic x(1).
           05 gm-status         pic x(8).

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

       fd xmitreg-file.
       01 xmitreg-record.
           05 xr-gen             pic 9(6).
           05 xr-sep1            pic x(1).
           05 xr-date            pic x(10).
           05 xr-sep2            pic x(1).
           05 xr-time            pic x(6).
           05 xr-sep3            pic x(1).
           05 xr-res             pic 9(8).
           05 xr-sep4            pic x(1).
           05 xr-mat             pic 9(8).
           05 xr-sep5            pic x(1).
           05 xr-exc             pic 9(8).
           05 xr-sep6            pic x(1).
           05 xr-hash            pic 9(8).
           05 xr-sep7            pic x(1).
           05 xr-status          pic x(10).
           05 xr-sep8            pic x(1).
           05 xr-grid            pic x(20).

       fd extdetail-file.
       01 extdetail-record pic x(120).

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
       01 balctl-status    pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
       01 queued-status    pic x(2) value spaces.
       01 gridlist-status  pic x(2) value spaces.
       01 gridmstr-status  pic x(2) value spaces.
       01 p1-results-status pic x(2) value spaces.
       01 p2-results-status pic x(2) value spaces.
       01 xmitreg-status   pic x(2) value spaces.
       01 extdetail-status pic x(2) value spaces.
       01 report-status    pic x(2) value spaces.
       01 ws-command       pic x(200) value spaces.
       01 eof-flag         pic x value 'n'.
       01 balance-date     pic x(10) value spaces.
       01 balance-time     pic x(6) value spaces.
       01 today-date       pic x(10) value spaces.
       01 balctl-used      pic x value 'n'.
       01 lookup-id        pic x(20) value spaces.
       01 gen-count        pic 9(8) value zeros.

       01 max-grids        pic 9(4) value 1000.
       01 grid-count       pic 9(4) value zeros.
       01 grid-table.
           05 grid-entry occurs 1000 times.
               10 bg-id         pic x(8).
               10 bg-file       pic x(40).
               10 bg-status     pic x(12).
               10 bg-queued     pic x.
               10 bg-pending    pic x.
               10 bg-master     pic x.
               10 bg-p1         pic x.
               10 bg-p2         pic x.
               10 bg-extract    pic x.
               10 bg-dropout    pic x(40).
       01 grid-idx         pic 9(4) value zeros.
       01 grid-found       pic 9(4) value zeros.
       01 grid-overflow    pic x value 'n'.

       01 ext-tag          pic x(3) value spaces.
       01 ext-part         pic x(2) value spaces.
       01 ext-date         pic x(10) value spaces.
       01 ext-source       pic x(20) value spaces.

       01 intake-count     pic 9(8) value zeros.
       01 queued-count     pic 9(8) value zeros.
       01 master-count     pic 9(8) value zeros.
       01 p1-count         pic 9(8) value zeros.
       01 p2-count         pic 9(8) value zeros.
       01 extract-count    pic 9(8) value zeros.
       01 pending-count    pic 9(8) value zeros.
       01 dropout-count    pic 9(8) value zeros.

       01 stage-line.
           05 stg-label          pic x(36).
           05 stg-gap            pic x(1) value space.
           05 stg-value          pic z(7)9.
       01 dropout-line.
           05 drp-id             pic x(8).
           05 drp-gap1           pic x(1) value space.
           05 drp-file           pic x(40).
           05 drp-gap2           pic x(1) value space.
           05 drp-stage          pic x(40).
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
           delimited by size into today-date
       end-string.
       move function current-date(9:6) to balance-time.
       move today-date to balance-date.
       perform 050-load-balance-control.

       perform 100-load-intake.
       perform 200-check-queue.
       perform 300-check-master.
       perform 400-check-results.
       perform 500-check-extract.
       perform 600-classify-grids.
       perform 700-write-report.
       if balctl-used = 'y'
           perform 080-retire-balance-control
       end-if.

       display "balance " balance-date ": " intake-count
           " accepted, " pending-count " carried forward, "
           dropout-count " dropped out".
       if dropout-count > 0
           display "WARNING: " dropout-count " grids did not reach "
               "every stage; see BALANCE.RPT"
           string dropout-count " GRIDS"
               delimited by size into event-detail
           move 0201 to event-msg-no
           perform 990-log-event
           move 8 to return-code
       end-if.
       stop run.

       050-load-balance-control.
       open input balctl-file.
       if balctl-status not = "00"
           exit paragraph
       end-if.
       read balctl-file.
       if balctl-status = "00" and balctl-record not = spaces
           move function trim(balctl-record) to balance-date
           move 'y' to balctl-used
           display "balancing requested for " balance-date
       end-if.
       close balctl-file.

       080-retire-balance-control.
       move spaces to ws-command.
       string "mv BALCTL.DAT BALCTL-" today-date "-" balance-time
           ".DONE"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.

       100-load-intake.
       open input register-file.
       if register-status not = "00"
           display "ERROR: ../intake/INTAKE.DAT not found; "
               "nothing to balance"
           move 0202 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform until eof-flag = 'y'
           read register-file
               at end
                   move 'y' to eof-flag
               not at end
                   if reg-date = balance-date and
                       (reg-status = "ACCEPTED" or
                        reg-status = "DUPLICATE")
                       perform 110-add-grid
                   end-if
           end-read
       end-perform.
       close register-file.
       move 'n' to eof-flag.
       if grid-overflow = 'y'
           display "WARNING: more than " max-grids " grids accepted "
               "on " balance-date "; remainder not balanced"
           move 0203 to event-msg-no
           perform 990-log-event
       end-if.

       110-add-grid.
       if grid-count >= max-grids
           move 'y' to grid-overflow
           exit paragraph
       end-if.
       add 1 to grid-count.
       add 1 to intake-count.
       move reg-id to bg-id(grid-count).
       move reg-file to bg-file(grid-count).
       move reg-status to bg-status(grid-count).
       move 'n' to bg-queued(grid-count).
       move 'n' to bg-pending(grid-count).
       move 'n' to bg-master(grid-count).
       move 'n' to bg-p1(grid-count).
       move 'n' to bg-p2(grid-count).
       move 'n' to bg-extract(grid-count).
       move spaces to bg-dropout(grid-count).

       150-find-grid.
       move zeros to grid-found.
       perform varying grid-idx from 1 by 1
               until grid-idx > grid-count
           if bg-id(grid-idx) = lookup-id
               move grid-idx to grid-found
           end-if
       end-perform.

       200-check-queue.
       move spaces to ws-command.
       string "cat ../driver/GRIDLIST-*.DONE > BALQUEUE.TMP "
           "2>/dev/null; true"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.
       open input queued-file.
       if queued-status = "00"
           perform until eof-flag = 'y'
               read queued-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       move qd-grid-id to lookup-id
                       perform 150-find-grid
                       if grid-found > 0
                           move 'y' to bg-queued(grid-found)
                       end-if
               end-read
           end-perform
           close queued-file
       end-if.
       move 'n' to eof-flag.
       open input gridlist-file.
       if gridlist-status = "00"
           perform until eof-flag = 'y'
               read gridlist-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       move ctl-grid-id to lookup-id
                       perform 150-find-grid
                       if grid-found > 0
                           move 'y' to bg-pending(grid-found)
                       end-if
               end-read
           end-perform
           close gridlist-file
       end-if.
       move 'n' to eof-flag.
       move "rm -f BALQUEUE.TMP" to ws-command.
       call "SYSTEM" using ws-command.

       300-check-master.
       open input gridmstr-file.
       if gridmstr-status not = "00"
           display "WARNING: ../driver/GRIDMSTR.DAT not found"
           move 0204 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read gridmstr-file
               at end
                   move 'y' to eof-flag
               not at end
                   if gm-last-date not < balance-date
                       move gm-id to lookup-id
                       perform 150-find-grid
                       if grid-found > 0
                           move 'y' to bg-master(grid-found)
                       end-if
                   end-if
           end-read
       end-perform.
       close gridmstr-file.
       move 'n' to eof-flag.

       400-check-results.
       open input p1-results-file.
       if p1-results-status = "00"
           perform until eof-flag = 'y'
               read p1-results-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if p1-res-date not < balance-date
                           move p1-res-source to lookup-id
                           perform 150-find-grid
                           if grid-found > 0
                               move 'y' to bg-p1(grid-found)
                           end-if
                       end-if
               end-read
           end-perform
           close p1-results-file
       else
           display "WARNING: ../p1/RESULTS.DAT not found"
           move 0205 to event-msg-no
           perform 990-log-event
       end-if.
       move 'n' to eof-flag.
       open input p2-results-file.
       if p2-results-status = "00"
           perform until eof-flag = 'y'
               read p2-results-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if p2-res-date not < balance-date
                           move p2-res-source to lookup-id
                           perform 150-find-grid
                           if grid-found > 0
                               move 'y' to bg-p2(grid-found)
                           end-if
                       end-if
               end-read
           end-perform
           close p2-results-file
       else
           display "WARNING: ../p2/RESULTS.DAT not found"
           move 0206 to event-msg-no
           perform 990-log-event
       end-if.
       move 'n' to eof-flag.

       500-check-extract.
       move "rm -f BALEXT.TMP" to ws-command.
       call "SYSTEM" using ws-command.
       open input xmitreg-file.
       if xmitreg-status not = "00"
           display "WARNING: ../extract/XMITREG.DAT not found"
           move 0207 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read xmitreg-file
               at end
                   move 'y' to eof-flag
               not at end
                   if xr-date not < balance-date
                       add 1 to gen-count
                       move spaces to ws-command
                       string "cat ../extract/EXTRACT-G" xr-gen
                           ".DAT >> BALEXT.TMP 2>/dev/null; true"
                           delimited by size into ws-command
                       call "SYSTEM" using ws-command
                   end-if
           end-read
       end-perform.
       close xmitreg-file.
       move 'n' to eof-flag.
       if gen-count = 0
           exit paragraph
       end-if.
       open input extdetail-file.
       if extdetail-status = "00"
           perform until eof-flag = 'y'
               read extdetail-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       perform 510-check-one-detail
               end-read
           end-perform
           close extdetail-file
       end-if.
       move 'n' to eof-flag.
       move "rm -f BALEXT.TMP" to ws-command.
       call "SYSTEM" using ws-command.

       510-check-one-detail.
       if extdetail-record(1:4) not = "RES|"
           exit paragraph
       end-if.
       move spaces to ext-tag.
       move spaces to ext-part.
       move spaces to ext-date.
       move spaces to ext-source.
       unstring extdetail-record delimited by "|"
           into ext-tag ext-part ext-date ext-source.
       if ext-date not < balance-date
           move ext-source to lookup-id
           perform 150-find-grid
           if grid-found > 0
               move 'y' to bg-extract(grid-found)
           end-if
       end-if.

       600-classify-grids.
       perform varying grid-idx from 1 by 1
               until grid-idx > grid-count
           perform 610-classify-one-grid
       end-perform.

       610-classify-one-grid.
       if bg-queued(grid-idx) = 'y' or bg-pending(grid-idx) = 'y'
           add 1 to queued-count
       end-if.
       if bg-master(grid-idx) = 'y'
           add 1 to master-count
       end-if.
       if bg-p1(grid-idx) = 'y'
           add 1 to p1-count
       end-if.
       if bg-p2(grid-idx) = 'y'
           add 1 to p2-count
       end-if.
       if bg-extract(grid-idx) = 'y'
           add 1 to extract-count
       end-if.
       if bg-pending(grid-idx) = 'y' and bg-master(grid-idx) = 'n'
           add 1 to pending-count
           move "CARRIED FORWARD ON GRIDLIST.DAT"
               to bg-dropout(grid-idx)
           exit paragraph
       end-if.
       evaluate true
           when bg-queued(grid-idx) = 'n' and
                bg-master(grid-idx) = 'n'
               move "INTAKE TO GRIDLIST QUEUE"
                   to bg-dropout(grid-idx)
           when bg-master(grid-idx) = 'n'
               move "GRIDLIST QUEUE TO GRIDMSTR UPDATE"
                   to bg-dropout(grid-idx)
           when bg-p1(grid-idx) = 'n'
               move "GRIDMSTR UPDATE TO P1 RESULTS"
                   to bg-dropout(grid-idx)
           when bg-p2(grid-idx) = 'n'
               move "P1 RESULTS TO P2 RESULTS"
                   to bg-dropout(grid-idx)
           when bg-extract(grid-idx) = 'n'
               move "RESULTS TO EXTRACT GENERATION"
                   to bg-dropout(grid-idx)
           when other
               continue
       end-evaluate.
       if bg-dropout(grid-idx) not = spaces
           add 1 to dropout-count
           move bg-id(grid-idx) to event-grid
           move bg-dropout(grid-idx) to event-detail
           move 0208 to event-msg-no
           perform 990-log-event
       end-if.

       700-write-report.
       open output report-file.
       move spaces to report-record.
       string "CONTROL TOTAL BALANCING FOR " balance-date
           " RUN " today-date " " balance-time
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       write report-record.
       move "GRIDS ACCEPTED INTO INTAKE.DAT" to stg-label.
       move intake-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS QUEUED ON GRIDLIST.DAT" to stg-label.
       move queued-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS UPDATED ON GRIDMSTR.DAT" to stg-label.
       move master-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS WITH P1 RESULTS" to stg-label.
       move p1-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS WITH P2 RESULTS" to stg-label.
       move p2-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS IN A REGISTERED EXTRACT" to stg-label.
       move extract-count to stg-value.
       perform 710-write-stage-line.
       move "EXTRACT GENERATIONS EXAMINED" to stg-label.
       move gen-count to stg-value.
       perform 710-write-stage-line.
       move spaces to report-record.
       write report-record.
       move "GRIDS CARRIED FORWARD" to stg-label.
       move pending-count to stg-value.
       perform 710-write-stage-line.
       move "GRIDS DROPPED BETWEEN STAGES" to stg-label.
       move dropout-count to stg-value.
       perform 710-write-stage-line.
       move spaces to report-record.
       write report-record.
       if dropout-count = 0 and pending-count = 0
           move "ALL GRIDS BALANCED THROUGH EVERY STAGE"
               to report-record
           write report-record
       else
           move "GRID" to drp-id
           move "FILE" to drp-file
           move "STAGE" to drp-stage
           move spaces to report-record
           move dropout-line to report-record
           write report-record
           perform varying grid-idx from 1 by 1
                   until grid-idx > grid-count
               if bg-dropout(grid-idx) not = spaces
                   move bg-id(grid-idx) to drp-id
                   move bg-file(grid-idx) to drp-file
                   move bg-dropout(grid-idx) to drp-stage
                   move spaces to report-record
                   move dropout-line to report-record
                   write report-record
               end-if
           end-perform
       end-if.
       if dropout-count = 0
           move spaces to report-record
           write report-record
           move "BALANCED" to report-record
           write report-record
       else
           move spaces to report-record
           write report-record
           move "OUT OF BALANCE" to report-record
           write report-record
       end-if.
       close report-file.
       display "balancing report filed as BALANCE.RPT".

       710-write-stage-line.
       move spaces to report-record.
       move stage-line to report-record.
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
       move "AdventOfCodeBalance" to ev-program.
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
