       identification division.
       program-id. AdventOfCodeRekey.

       environment division.
       input-output section.
       file-control
           select rekeyctl-file assign to "REKEYCTL.DAT"
           organization is line sequential
           file status is rekeyctl-status.
           select cyclelock-file assign to "../driver/CYCLE.LCK"
           organization is line sequential
           file status is cyclelock-status.
           select gridmstr-file assign to "../driver/GRIDMSTR.DAT"
           organization is line sequential
           file status is gridmstr-status.
           select master-idx-file assign to
               "../matchhist/MSTMATCH.IDX"
           organization is indexed
           access is dynamic
           record key is mst-key
           file status is master-idx-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
           select gridlist-file assign to "../driver/GRIDLIST.DAT"
           organization is line sequential
           file status is gridlist-status.
           select p1-results-file assign to "../p1/RESULTS.DAT"
           organization is line sequential
           file status is p1-results-status.
           select p2-results-file assign to "../p2/RESULTS.DAT"
           organization is line sequential
           file status is p2-results-status.
           select xmitreg-file assign to "../extract/XMITREG.DAT"
           organization is line sequential
           file status is xmitreg-status.
           select billed-file assign to "../chargeback/CHGBILLED.DAT"
           organization is line sequential
           file status is billed-status.
           select work-file assign to "REKEY.TMP"
           organization is line sequential
           file status is work-status.
           select operaudit-file assign to "../operctl/OPERAUDIT.DAT"
           organization is line sequential
           file status is operaudit-status.
           select report-file assign to "REKEY.RPT"
           organization is line sequential
           file status is report-status.
           select operprof-file assign to "../operctl/OPERPROF.DAT"
           organization is line sequential
           file status is operprof-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
       fd rekeyctl-file.
       01 rekeyctl-record.
           05 rk-function        pic x(8).
           05 rk-sep1            pic x(1).
           05 rk-from            pic x(8).
           05 rk-sep2            pic x(1).
           05 rk-to              pic x(8).
           05 rk-sep3            pic x(1).
           05 rk-operator        pic x(8).

       fd cyclelock-file.
       01 cyclelock-record pic x(40).

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

       fd gridlist-file.
       01 gridlist-record.
           05 ctl-grid-id       pic x(8).
           05 ctl-sep1          pic x(1).
           05 ctl-file-name     pic x(40).
           05 ctl-sep2          pic x(1).
           05 ctl-p1-word       pic x(4).
           05 ctl-sep3          pic x(1).
           05 ctl-p1-expected   pic x(8).
           05 ctl-sep4          pic x(1).
           05 ctl-p2-word       pic x(3).
           05 ctl-sep5          pic x(1).
           05 ctl-p2-expected   pic x(8).
           05 ctl-sep6          pic x(1).
           05 ctl-dup-of        pic x(8).
           05 ctl-sep7          pic x(1).
           05 ctl-priority      pic x(1).

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

       fd billed-file.
       01 billed-record.
           05 bf-grid            pic x(8).
           05 bf-sep1            pic x(1).
           05 bf-period          pic x(7).
           05 bf-sep2            pic x(1).
           05 bf-base-runs       pic 9(8).
           05 bf-sep3            pic x(1).
           05 bf-thru-runs       pic 9(8).

       fd work-file.
       01 work-record      pic x(130).

       fd operaudit-file.
       01 operaudit-record.
           05 aud-date           pic x(10).
           05 aud-sep1           pic x(1).
           05 aud-time           pic x(6).
           05 aud-sep2           pic x(1).
           05 aud-operator       pic x(8).
           05 aud-sep3           pic x(1).
           05 aud-field          pic x(16).
           05 aud-sep4           pic x(1).
           05 aud-old            pic x(20).
           05 aud-sep5           pic x(1).
           05 aud-new            pic x(20).

       fd report-file.
       01 report-record    pic x(150).

       fd operprof-file.
       01 operprof-record.
           05 op-id              pic x(8).
           05 op-sep1            pic x(1).
           05 op-role            pic x(10).
           05 op-sep2            pic x(1).
           05 op-status          pic x(9).
           05 op-sep3            pic x(1).
           05 op-last-date       pic x(10).
           05 op-sep4            pic x(1).
           05 op-last-time       pic x(6).

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
       01 rekeyctl-status  pic x(2) value spaces.
       01 cyclelock-status pic x(2) value spaces.
       01 gridmstr-status  pic x(2) value spaces.
       01 master-idx-status pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
       01 gridlist-status  pic x(2) value spaces.
       01 p1-results-status pic x(2) value spaces.
       01 p2-results-status pic x(2) value spaces.
       01 xmitreg-status   pic x(2) value spaces.
       01 billed-status    pic x(2) value spaces.
       01 work-status      pic x(2) value spaces.
       01 operaudit-status pic x(2) value spaces.
       01 report-status    pic x(2) value spaces.
       01 ws-command       pic x(200) value spaces.
       01 eof-flag         pic x value 'n'.
       01 run-date         pic x(10) value spaces.
       01 run-time         pic x(6) value spaces.
       01 max-rc           pic 9(4) value zeros.
       01 shell-rc         pic 9(8) value zeros.

       01 max-rekeys       pic 9(4) value 20.
       01 rekey-count      pic 9(4) value zeros.
       01 rekey-table.
           05 rekey-entry occurs 20 times.
               10 rq-function   pic x(8).
               10 rq-from       pic x(8).
               10 rq-to         pic x(8).
               10 rq-operator   pic x(8).
               10 rq-outcome    pic x(8).
       01 rekey-idx        pic 9(4) value zeros.
       01 control-bad      pic x value 'n'.
       01 applied-count    pic 9(4) value zeros.
       01 refused-count    pic 9(4) value zeros.
       01 failed-count     pic 9(4) value zeros.

       01 rekey-function   pic x(8) value spaces.
       01 rekey-from       pic x(8) value spaces.
       01 rekey-to         pic x(8) value spaces.
       01 rekey-operator   pic x(8) value spaces.
       01 from-source      pic x(20) value spaces.
       01 to-source        pic x(20) value spaces.
       01 from-grid-file   pic x(40) value spaces.
       01 to-grid-file     pic x(40) value spaces.
       01 refuse-reason    pic x(40) value spaces.
       01 from-in-register pic x value 'n'.
       01 to-in-register   pic x value 'n'.
       01 from-in-master   pic x value 'n'.
       01 to-in-master     pic x value 'n'.
       01 merge-stats      pic x value 'n'.
       01 to-queued        pic x value 'n'.
       01 from-billed-found pic x value 'n'.
       01 to-billed-found  pic x value 'n'.
       01 match-done       pic x value 'n'.
       01 match-failed     pic x value 'n'.
       01 target-path      pic x(40) value spaces.
       01 file-changes     pic 9(8) value zeros.

       01 from-master.
           05 fm-id             pic x(8).
           05 fm-sep1           pic x(1).
           05 fm-first-date     pic x(10).
           05 fm-sep2           pic x(1).
           05 fm-last-date      pic x(10).
           05 fm-sep3           pic x(1).
           05 fm-run-count      pic 9(8).
           05 fm-sep4           pic x(1).
           05 fm-p1-accum       pic 9(8).
           05 fm-sep5           pic x(1).
           05 fm-p2-accum       pic 9(8).
           05 fm-sep6           pic x(1).
           05 fm-clean-streak   pic 9(8).
           05 fm-sep7           pic x(1).
           05 fm-status         pic x(8).
       01 to-master.
           05 tm-id             pic x(8).
           05 tm-sep1           pic x(1).
           05 tm-first-date     pic x(10).
           05 tm-sep2           pic x(1).
           05 tm-last-date      pic x(10).
           05 tm-sep3           pic x(1).
           05 tm-run-count      pic 9(8).
           05 tm-sep4           pic x(1).
           05 tm-p1-accum       pic 9(8).
           05 tm-sep5           pic x(1).
           05 tm-p2-accum       pic 9(8).
           05 tm-sep6           pic x(1).
           05 tm-clean-streak   pic 9(8).
           05 tm-sep7           pic x(1).
           05 tm-status         pic x(8).
       01 merged-master.
           05 mg-id             pic x(8).
           05 mg-sep1           pic x(1).
           05 mg-first-date     pic x(10).
           05 mg-sep2           pic x(1).
           05 mg-last-date      pic x(10).
           05 mg-sep3           pic x(1).
           05 mg-run-count      pic 9(8).
           05 mg-sep4           pic x(1).
           05 mg-p1-accum       pic 9(8).
           05 mg-sep5           pic x(1).
           05 mg-p2-accum       pic 9(8).
           05 mg-sep6           pic x(1).
           05 mg-clean-streak   pic 9(8).
           05 mg-sep7           pic x(1).
           05 mg-status         pic x(8).

       01 from-billed.
           05 fb-grid            pic x(8).
           05 fb-sep1            pic x(1).
           05 fb-period          pic x(7).
           05 fb-sep2            pic x(1).
           05 fb-base-runs       pic 9(8).
           05 fb-sep3            pic x(1).
           05 fb-thru-runs       pic 9(8).
       01 to-billed.
           05 tb-grid            pic x(8).
           05 tb-sep1            pic x(1).
           05 tb-period          pic x(7).
           05 tb-sep2            pic x(1).
           05 tb-base-runs       pic 9(8).
           05 tb-sep3            pic x(1).
           05 tb-thru-runs       pic 9(8).
       01 merged-billed.
           05 mb-grid            pic x(8).
           05 mb-sep1            pic x(1).
           05 mb-period          pic x(7).
           05 mb-sep2            pic x(1).
           05 mb-base-runs       pic 9(8).
           05 mb-sep3            pic x(1).
           05 mb-thru-runs       pic 9(8).

       01 match-image      pic x(74) value spaces.

       01 cnt-master       pic 9(8) value zeros.
       01 cnt-match        pic 9(8) value zeros.
       01 cnt-match-dup    pic 9(8) value zeros.
       01 cnt-register     pic 9(8) value zeros.
       01 cnt-files        pic 9(8) value zeros.
       01 cnt-queue        pic 9(8) value zeros.
       01 cnt-queue-drop   pic 9(8) value zeros.
       01 cnt-results      pic 9(8) value zeros.
       01 cnt-xmit         pic 9(8) value zeros.
       01 cnt-billed       pic 9(8) value zeros.

       01 detail-line.
           05 rd-file            pic x(9).
           05 rd-gap1            pic x(1) value space.
           05 rd-when            pic x(6).
           05 rd-gap2            pic x(1) value space.
           05 rd-image           pic x(130).
       01 count-line.
           05 cl-gap             pic x(2) value spaces.
           05 cl-label           pic x(36).
           05 cl-value           pic z(7)9.
       01 operprof-status  pic x(2) value spaces.
       01 auth-operator    pic x(8) value spaces.
       01 auth-need        pic x(10) value spaces.
       01 auth-action      pic x(16) value spaces.
       01 auth-standing    pic x(20) value spaces.
       01 auth-ok          pic x value 'n'.
       01 auth-eof         pic x value 'n'.
       01 auth-role-name   pic x(10) value spaces.
       01 auth-role-rank   pic 9(1) value zeros.
       01 auth-have-rank   pic 9(1) value zeros.
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
           delimited by size into run-date
       end-string.
       move function current-date(9:6) to run-time.
       perform 050-check-cycle-lock.
       perform 100-load-control.

       open output report-file.
       move spaces to report-record.
       string "GRID-ID REKEY RUN " run-date " " run-time
           delimited by size into report-record.
       write report-record.
       perform varying rekey-idx from 1 by 1
               until rekey-idx > rekey-count
           perform 200-rekey-one
       end-perform.
       move spaces to report-record.
       write report-record.
       move spaces to report-record.
       string "REKEYS APPLIED " applied-count
           "  REFUSED " refused-count "  FAILED " failed-count
           delimited by size into report-record.
       write report-record.
       close report-file.
       perform 950-retire-control.

       display "REKEY.RPT written: " applied-count " applied, "
           refused-count " refused, " failed-count " failed".
       move max-rc to return-code.
       stop run.

       050-check-cycle-lock.
       open input cyclelock-file.
       if cyclelock-status not = "00"
           exit paragraph
       end-if.
       move spaces to cyclelock-record.
       read cyclelock-file.
       close cyclelock-file.
       display "ERROR: driver cycle in progress (CYCLE.LCK "
           function trim(cyclelock-record) "); rekey refused".
       move cyclelock-record to event-detail.
       move 2101 to event-msg-no.
       perform 990-log-event.
       move 16 to return-code.
       stop run.

       100-load-control.
       open input rekeyctl-file.
       if rekeyctl-status not = "00"
           display "ERROR: REKEYCTL.DAT not found; nothing to rekey"
           move 2102 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform until eof-flag = 'y'
           read rekeyctl-file
               at end
                   move 'y' to eof-flag
               not at end
                   if rk-function not = spaces and
                      rekeyctl-record(1:1) not = "*"
                       perform 110-check-control-line
                   end-if
           end-read
       end-perform.
       close rekeyctl-file.
       move 'n' to eof-flag.
       if control-bad = 'y'
           display "ERROR: REKEYCTL.DAT is unusable; no rekey applied"
           move 2103 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if rekey-count = 0
           display "WARNING: REKEYCTL.DAT names no rekeys"
           move 2105 to event-msg-no
           perform 990-log-event
           move 4 to return-code
           stop run
       end-if.

       110-check-control-line.
       if rk-function not = "RENAME" and rk-function not = "MERGE"
           display "ERROR: REKEYCTL.DAT function must be RENAME "
               "or MERGE; found " function trim(rk-function)
           move rekeyctl-record to event-detail
           move 2104 to event-msg-no
           perform 990-log-event
           move 'y' to control-bad
           exit paragraph
       end-if.
       if rk-from = spaces or rk-to = spaces or rk-from = rk-to
           display "ERROR: REKEYCTL.DAT needs two different grid "
               "ids: " rekeyctl-record
           move rekeyctl-record to event-detail
           move 2104 to event-msg-no
           perform 990-log-event
           move 'y' to control-bad
           exit paragraph
       end-if.
       if rk-operator = spaces
           display "ERROR: REKEYCTL.DAT line names no operator: "
               rekeyctl-record
           move rekeyctl-record to event-detail
           move 2104 to event-msg-no
           perform 990-log-event
           move 'y' to control-bad
           exit paragraph
       end-if.
       if rekey-count >= max-rekeys
           display "ERROR: REKEYCTL.DAT holds more than " max-rekeys
               " rekeys"
           move "TOO MANY LINES" to event-detail
           move 2104 to event-msg-no
           perform 990-log-event
           move 'y' to control-bad
           exit paragraph
       end-if.
       add 1 to rekey-count.
       move rk-function to rq-function(rekey-count).
       move rk-from to rq-from(rekey-count).
       move rk-to to rq-to(rekey-count).
       move function upper-case(rk-operator)
           to rq-operator(rekey-count).
       move spaces to rq-outcome(rekey-count).

       200-rekey-one.
       move rq-function(rekey-idx) to rekey-function.
       move rq-from(rekey-idx) to rekey-from.
       move rq-to(rekey-idx) to rekey-to.
       move rq-operator(rekey-idx) to rekey-operator.
       move rekey-from to from-source.
       move rekey-to to to-source.
       move spaces to from-grid-file.
       string "../intake/promoted/" rekey-from ".GRID"
           delimited by size into from-grid-file.
       move spaces to to-grid-file.
       string "../intake/promoted/" rekey-to ".GRID"
           delimited by size into to-grid-file.
       move zeros to cnt-master.
       move zeros to cnt-match.
       move zeros to cnt-match-dup.
       move zeros to cnt-register.
       move zeros to cnt-files.
       move zeros to cnt-queue.
       move zeros to cnt-queue-drop.
       move zeros to cnt-results.
       move zeros to cnt-xmit.
       move zeros to cnt-billed.
       move spaces to report-record.
       write report-record.
       move spaces to report-record.
       string function trim(rekey-function) " " rekey-from
           " TO " rekey-to " BY " rekey-operator
           delimited by size into report-record.
       write report-record.
       move rekey-operator to auth-operator.
       move "SUPERVISOR" to auth-need.
       perform 970-check-authority.
       if auth-ok = 'n'
           move "REFUSED" to rq-outcome(rekey-idx)
           add 1 to refused-count
           move spaces to report-record
           string "  REFUSED: OPERATOR " rekey-operator " IS "
               function trim(auth-standing) "; SUPERVISOR NEEDED"
               delimited by size into report-record
           write report-record
           display "ERROR: " function trim(rekey-function) " "
               rekey-from " to " rekey-to " refused: operator "
               rekey-operator " is " function trim(auth-standing)
               "; SUPERVISOR needed"
           move spaces to auth-action
           string "DENIED " rekey-function
               delimited by size into auth-action
           perform 980-journal-denial
           move rekey-from to event-grid
           string function trim(rekey-operator) " "
               function trim(auth-standing)
               delimited by size into event-detail
           move 2109 to event-msg-no
           perform 990-log-event
           if max-rc < 8
               move 8 to max-rc
           end-if
           exit paragraph
       end-if.
       perform 210-check-ids.
       if refuse-reason not = spaces
           move "REFUSED" to rq-outcome(rekey-idx)
           add 1 to refused-count
           move spaces to report-record
           string "  REFUSED: " refuse-reason
               delimited by size into report-record
           write report-record
           display "ERROR: " function trim(rekey-function) " "
               rekey-from " to " rekey-to " refused: "
               function trim(refuse-reason)
           move rekey-from to event-grid
           move refuse-reason to event-detail
           move 2106 to event-msg-no
           perform 990-log-event
           if max-rc < 8
               move 8 to max-rc
           end-if
           exit paragraph
       end-if.
       perform 300-rekey-grid-master.
       perform 400-rekey-match-master.
       if match-failed = 'y'
           move "FAILED" to rq-outcome(rekey-idx)
           add 1 to failed-count
           move spaces to report-record
           string "  FAILED: MATCH MASTER RECORD COULD NOT BE REMOVED;"
               " REKEY STOPPED"
               delimited by size into report-record
           write report-record
           perform 850-report-counts
           exit paragraph
       end-if.
       perform 500-rekey-register.
       perform 550-rekey-grid-file.
       perform 600-rekey-queue.
       perform 650-rekey-p1-results.
       perform 660-rekey-p2-results.
       perform 700-rekey-xmitreg.
       perform 750-rekey-billing.
       perform 800-journal-rekey.
       perform 850-report-counts.
       move "DONE" to rq-outcome(rekey-idx).
       add 1 to applied-count.
       display function trim(rekey-function) " " rekey-from
           " to " rekey-to " applied by " rekey-operator.
       move rekey-to to event-grid.
       string function trim(rekey-function) " " rekey-from
           " TO " rekey-to " BY " rekey-operator
           delimited by size into event-detail.
       move 2107 to event-msg-no.
       perform 990-log-event.

       210-check-ids.
       move spaces to refuse-reason.
       move 'n' to from-in-register.
       move 'n' to to-in-register.
       move 'n' to from-in-master.
       move 'n' to to-in-master.
       move 'n' to merge-stats.
       open input register-file.
       if register-status = "00"
           perform until eof-flag = 'y'
               read register-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if reg-id = rekey-from
                           move 'y' to from-in-register
                       end-if
                       if reg-id = rekey-to
                           move 'y' to to-in-register
                       end-if
               end-read
           end-perform
           close register-file
           move 'n' to eof-flag
       end-if.
       open input gridmstr-file.
       if gridmstr-status = "00"
           perform until eof-flag = 'y'
               read gridmstr-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if gm-id = rekey-from
                           move 'y' to from-in-master
                           move gridmstr-record to from-master
                       end-if
                       if gm-id = rekey-to
                           move 'y' to to-in-master
                           move gridmstr-record to to-master
                       end-if
               end-read
           end-perform
           close gridmstr-file
           move 'n' to eof-flag
       end-if.
       if from-in-register = 'n' and from-in-master = 'n'
           move "FROM ID NOT ON INTAKE REGISTER OR MASTER"
               to refuse-reason
           exit paragraph
       end-if.
       if rekey-function = "RENAME" and
          (to-in-register = 'y' or to-in-master = 'y')
           move "TO ID ALREADY IN USE; MERGE REQUIRED"
               to refuse-reason
           exit paragraph
       end-if.
       if rekey-function = "MERGE" and
          (to-in-register = 'n' and to-in-master = 'n')
           move "TO ID NOT ON INTAKE REGISTER OR MASTER"
               to refuse-reason
       end-if.

       300-rekey-grid-master.
       if from-in-master = 'n'
           exit paragraph
       end-if.
       if rekey-function = "MERGE" and to-in-master = 'y'
           perform 310-merge-statistics
       end-if.
       move zeros to file-changes.
       open input gridmstr-file.
       open output work-file.
       perform until eof-flag = 'y'
           read gridmstr-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 320-rekey-master-record
           end-read
       end-perform.
       close gridmstr-file.
       close work-file.
       move 'n' to eof-flag.
       move "../driver/GRIDMSTR.DAT" to target-path.
       perform 890-replace-file.

       310-merge-statistics.
       move to-master to merged-master.
       if fm-first-date < tm-first-date
           move fm-first-date to mg-first-date
       end-if.
       if fm-last-date > tm-last-date
           move fm-last-date to mg-last-date
           move fm-p1-accum to mg-p1-accum
           move fm-p2-accum to mg-p2-accum
           move fm-clean-streak to mg-clean-streak
           move fm-status to mg-status
       end-if.
       compute mg-run-count = fm-run-count + tm-run-count.
       move 'y' to merge-stats.

       320-rekey-master-record.
       if gm-id = rekey-from
           move "GRIDMSTR" to rd-file
           move gridmstr-record to rd-image
           perform 860-write-before
           add 1 to cnt-master
           add 1 to file-changes
           if merge-stats = 'y'
               move spaces to rd-image
               string "(MERGED INTO " rekey-to ")"
                   delimited by size into rd-image
               perform 865-write-after
               exit paragraph
           end-if
           move rekey-to to gm-id
           move gridmstr-record to rd-image
           perform 865-write-after
       end-if.
       if gm-id = rekey-to and merge-stats = 'y'
           move "GRIDMSTR" to rd-file
           move gridmstr-record to rd-image
           perform 860-write-before
           move merged-master to gridmstr-record
           move gridmstr-record to rd-image
           perform 865-write-after
           add 1 to cnt-master
           add 1 to file-changes
       end-if.
       move gridmstr-record to work-record.
       write work-record.

       400-rekey-match-master.
       move 'n' to match-failed.
       open i-o master-idx-file.
       if master-idx-status not = "00"
           move spaces to report-record
           string "  ../matchhist/MSTMATCH.IDX NOT PRESENT; SKIPPED"
               delimited by size into report-record
           write report-record
           exit paragraph
       end-if.
       move 'n' to match-done.
       perform until match-done = 'y'
           move from-source to mk-source
           move low-values to mk-date
           move low-values to mk-time
           move low-values to mk-row
           move low-values to mk-col
           move low-values to mk-dir
           move low-values to mk-word
           start master-idx-file key not < mst-key
               invalid key
                   move 'y' to match-done
           end-start
           if match-done = 'n'
               read master-idx-file next
                   at end
                       move 'y' to match-done
               end-read
           end-if
           if match-done = 'n'
               if mk-source not = from-source
                   move 'y' to match-done
               else
                   perform 410-move-one-match
               end-if
           end-if
       end-perform.
       close master-idx-file.

       410-move-one-match.
       move master-idx-record to match-image.
       move "MSTMATCH" to rd-file.
       move match-image to rd-image.
       perform 860-write-before.
       move to-source to mk-source.
       write master-idx-record
           invalid key
               add 1 to cnt-match-dup
               move spaces to rd-image
               string "(ALREADY ON FILE UNDER " rekey-to ")"
                   delimited by size into rd-image
           not invalid key
               move master-idx-record to rd-image
       end-write.
       perform 865-write-after.
       move match-image to master-idx-record.
       delete master-idx-file record
           invalid key
               display "ERROR: match master record for " rekey-from
                   " could not be removed; match rekey stopped"
               move rekey-from to event-grid
               move mst-key to event-detail
               move 2108 to event-msg-no
               perform 990-log-event
               move 16 to max-rc
               move 'y' to match-done
               move 'y' to match-failed
           not invalid key
               add 1 to cnt-match
       end-delete.

       500-rekey-register.
       move zeros to file-changes.
       open input register-file.
       if register-status not = "00"
           move spaces to report-record
           string "  ../intake/INTAKE.DAT NOT PRESENT; SKIPPED"
               delimited by size into report-record
           write report-record
           exit paragraph
       end-if.
       open output work-file.
       perform until eof-flag = 'y'
           read register-file
               at end
                   move 'y' to eof-flag
               not at end
                   if reg-id = rekey-from or reg-orig-id = rekey-from
                       move "INTAKE" to rd-file
                       move register-record to rd-image
                       perform 860-write-before
                       if reg-id = rekey-from
                           perform 510-move-archive-copy
                           move "INTAKE" to rd-file
                           move rekey-to to reg-id
                       end-if
                       if reg-orig-id = rekey-from
                           move rekey-to to reg-orig-id
                       end-if
                       move register-record to rd-image
                       perform 865-write-after
                       add 1 to cnt-register
                       add 1 to file-changes
                   end-if
                   move register-record to work-record
                   write work-record
           end-read
       end-perform.
       close register-file.
       close work-file.
       move 'n' to eof-flag.
       move "../intake/INTAKE.DAT" to target-path.
       perform 890-replace-file.

       510-move-archive-copy.
       move spaces to ws-command.
       string 'cd ../intake/archive && [ ! -e "' rekey-to '-'
           function trim(reg-file) '" ] && mv "' rekey-from '-'
           function trim(reg-file) '" "' rekey-to '-'
           function trim(reg-file) '" 2>/dev/null'
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.
       divide return-code by 256 giving shell-rc.
       if shell-rc = 0
           add 1 to cnt-files
           move "ARCHIVE" to rd-file
           move spaces to rd-image
           string "archive/" rekey-from "-" function trim(reg-file)
               " -> archive/" rekey-to "-" function trim(reg-file)
               delimited by size into rd-image
           perform 870-write-moved
       else
           move "ARCHIVE" to rd-file
           move spaces to rd-image
           string "archive/" rekey-from "-" function trim(reg-file)
               " LEFT IN PLACE (MISSING OR NEW NAME IN USE)"
               delimited by size into rd-image
           move "KEPT" to rd-when
           move detail-line to report-record
           write report-record
       end-if.

       550-rekey-grid-file.
       move spaces to ws-command.
       if rekey-function = "RENAME"
           string '[ ! -e "' function trim(to-grid-file)
               '" ] && mv "' function trim(from-grid-file) '" "'
               function trim(to-grid-file) '" 2>/dev/null'
               delimited by size into ws-command
       else
           string 'mv "' function trim(from-grid-file)
               '" "../intake/archive/' rekey-to '-MERGED-'
               rekey-from '.GRID" 2>/dev/null'
               delimited by size into ws-command
       end-if.
       call "SYSTEM" using ws-command.
       divide return-code by 256 giving shell-rc.
       if shell-rc not = 0
           exit paragraph
       end-if.
       add 1 to cnt-files.
       move "PROMOTED" to rd-file.
       move spaces to rd-image.
       if rekey-function = "RENAME"
           string "promoted/" rekey-from ".GRID -> promoted/"
               rekey-to ".GRID"
               delimited by size into rd-image
       else
           string "promoted/" rekey-from ".GRID -> archive/"
               rekey-to "-MERGED-" rekey-from ".GRID"
               delimited by size into rd-image
       end-if.
       perform 870-write-moved.

       600-rekey-queue.
       move 'n' to to-queued.
       move zeros to file-changes.
       open input gridlist-file.
       if gridlist-status not = "00"
           exit paragraph
       end-if.
       if rekey-function = "MERGE"
           perform until eof-flag = 'y'
               read gridlist-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if ctl-grid-id = rekey-to
                           move 'y' to to-queued
                       end-if
               end-read
           end-perform
           close gridlist-file
           move 'n' to eof-flag
           open input gridlist-file
       end-if.
       open output work-file.
       perform until eof-flag = 'y'
           read gridlist-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 610-rekey-queue-entry
           end-read
       end-perform.
       close gridlist-file.
       close work-file.
       move 'n' to eof-flag.
       move "../driver/GRIDLIST.DAT" to target-path.
       perform 890-replace-file.

       610-rekey-queue-entry.
       if ctl-grid-id not = rekey-from and ctl-dup-of not = rekey-from
           move gridlist-record to work-record
           write work-record
           exit paragraph
       end-if.
       move "GRIDLIST" to rd-file.
       move gridlist-record to rd-image.
       perform 860-write-before.
       add 1 to cnt-queue.
       add 1 to file-changes.
       if ctl-grid-id = rekey-from and to-queued = 'y'
           add 1 to cnt-queue-drop
           move spaces to rd-image
           string "(DROPPED; " rekey-to " ALREADY QUEUED)"
               delimited by size into rd-image
           perform 865-write-after
           exit paragraph
       end-if.
       if ctl-grid-id = rekey-from
           move rekey-to to ctl-grid-id
           if ctl-file-name = from-grid-file
               move to-grid-file to ctl-file-name
           end-if
       end-if.
       if ctl-dup-of = rekey-from
           move rekey-to to ctl-dup-of
       end-if.
       move gridlist-record to rd-image.
       perform 865-write-after.
       move gridlist-record to work-record.
       write work-record.

       650-rekey-p1-results.
       move zeros to file-changes.
       open input p1-results-file.
       if p1-results-status not = "00"
           exit paragraph
       end-if.
       open output work-file.
       perform until eof-flag = 'y'
           read p1-results-file
               at end
                   move 'y' to eof-flag
               not at end
                   if p1-res-source = from-source
                       move "P1RESULTS" to rd-file
                       move p1-results-record to rd-image
                       perform 860-write-before
                       move to-source to p1-res-source
                       move p1-results-record to rd-image
                       perform 865-write-after
                       add 1 to cnt-results
                       add 1 to file-changes
                   end-if
                   move p1-results-record to work-record
                   write work-record
           end-read
       end-perform.
       close p1-results-file.
       close work-file.
       move 'n' to eof-flag.
       move "../p1/RESULTS.DAT" to target-path.
       perform 890-replace-file.

       660-rekey-p2-results.
       move zeros to file-changes.
       open input p2-results-file.
       if p2-results-status not = "00"
           exit paragraph
       end-if.
       open output work-file.
       perform until eof-flag = 'y'
           read p2-results-file
               at end
                   move 'y' to eof-flag
               not at end
                   if p2-res-source = from-source
                       move "P2RESULTS" to rd-file
                       move p2-results-record to rd-image
                       perform 860-write-before
                       move to-source to p2-res-source
                       move p2-results-record to rd-image
                       perform 865-write-after
                       add 1 to cnt-results
                       add 1 to file-changes
                   end-if
                   move p2-results-record to work-record
                   write work-record
           end-read
       end-perform.
       close p2-results-file.
       close work-file.
       move 'n' to eof-flag.
       move "../p2/RESULTS.DAT" to target-path.
       perform 890-replace-file.

       700-rekey-xmitreg.
       move zeros to file-changes.
       open input xmitreg-file.
       if xmitreg-status not = "00"
           exit paragraph
       end-if.
       open output work-file.
       perform until eof-flag = 'y'
           read xmitreg-file
               at end
                   move 'y' to eof-flag
               not at end
                   if xr-grid = from-source
                       move "XMITREG" to rd-file
                       move xmitreg-record to rd-image
                       perform 860-write-before
                       move to-source to xr-grid
                       move xmitreg-record to rd-image
                       perform 865-write-after
                       add 1 to cnt-xmit
                       add 1 to file-changes
                   end-if
                   move xmitreg-record to work-record
                   write work-record
           end-read
       end-perform.
       close xmitreg-file.
       close work-file.
       move 'n' to eof-flag.
       move "../extract/XMITREG.DAT" to target-path.
       perform 890-replace-file.

       750-rekey-billing.
       move 'n' to from-billed-found.
       move 'n' to to-billed-found.
       move zeros to file-changes.
       open input billed-file.
       if billed-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read billed-file
               at end
                   move 'y' to eof-flag
               not at end
                   if bf-grid = rekey-from
                       move 'y' to from-billed-found
                       move billed-record to from-billed
                   end-if
                   if bf-grid = rekey-to
                       move 'y' to to-billed-found
                       move billed-record to to-billed
                   end-if
           end-read
       end-perform.
       close billed-file.
       move 'n' to eof-flag.
       if from-billed-found = 'n'
           exit paragraph
       end-if.
       if rekey-function = "MERGE" and to-billed-found = 'y'
           perform 760-merge-billing
       end-if.
       open input billed-file.
       open output work-file.
       perform until eof-flag = 'y'
           read billed-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 770-rekey-billed-record
           end-read
       end-perform.
       close billed-file.
       close work-file.
       move 'n' to eof-flag.
       move "../chargeback/CHGBILLED.DAT" to target-path.
       perform 890-replace-file.

       760-merge-billing.
       move to-billed to merged-billed.
       if fb-period > tb-period
           move fb-period to mb-period
       end-if.
       move zeros to mb-base-runs.
       if fb-period < mb-period
           add fb-thru-runs to mb-base-runs
       else
           add fb-base-runs to mb-base-runs
       end-if.
       if tb-period < mb-period
           add tb-thru-runs to mb-base-runs
       else
           add tb-base-runs to mb-base-runs
       end-if.
       compute mb-thru-runs = fb-thru-runs + tb-thru-runs.

       770-rekey-billed-record.
       if bf-grid = rekey-from
           move "CHGBILLED" to rd-file
           move billed-record to rd-image
           perform 860-write-before
           add 1 to cnt-billed
           add 1 to file-changes
           if rekey-function = "MERGE" and to-billed-found = 'y'
               move spaces to rd-image
               string "(MERGED INTO " rekey-to ")"
                   delimited by size into rd-image
               perform 865-write-after
               exit paragraph
           end-if
           move rekey-to to bf-grid
           move billed-record to rd-image
           perform 865-write-after
           move billed-record to work-record
           write work-record
           exit paragraph
       end-if.
       if bf-grid = rekey-to and rekey-function = "MERGE"
           move "CHGBILLED" to rd-file
           move billed-record to rd-image
           perform 860-write-before
           move merged-billed to billed-record
           move billed-record to rd-image
           perform 865-write-after
           add 1 to cnt-billed
           add 1 to file-changes
       end-if.
       move billed-record to work-record.
       write work-record.

       800-journal-rekey.
       move run-date to aud-date.
       move function current-date(9:6) to aud-time.
       move rekey-operator to aud-operator.
       move spaces to aud-field.
       string "REKEY-" rekey-function
           delimited by size into aud-field.
       move rekey-from to aud-old.
       move rekey-to to aud-new.
       move "-" to aud-sep1.
       move "-" to aud-sep2.
       move "-" to aud-sep3.
       move "-" to aud-sep4.
       move "-" to aud-sep5.
       open extend operaudit-file.
       if operaudit-status = "35"
           open output operaudit-file
       end-if.
       write operaudit-record.
       close operaudit-file.

       850-report-counts.
       move "GRID MASTER RECORDS" to cl-label.
       move cnt-master to cl-value.
       perform 875-write-count.
       move "MATCH MASTER RECORDS MOVED" to cl-label.
       move cnt-match to cl-value.
       perform 875-write-count.
       move "  OF WHICH ALREADY UNDER NEW ID" to cl-label.
       move cnt-match-dup to cl-value.
       perform 875-write-count.
       move "INTAKE REGISTER RECORDS" to cl-label.
       move cnt-register to cl-value.
       perform 875-write-count.
       move "GRID AND ARCHIVE FILES MOVED" to cl-label.
       move cnt-files to cl-value.
       perform 875-write-count.
       move "QUEUE ENTRIES" to cl-label.
       move cnt-queue to cl-value.
       perform 875-write-count.
       move "  OF WHICH DROPPED AS DUPLICATES" to cl-label.
       move cnt-queue-drop to cl-value.
       perform 875-write-count.
       move "P1/P2 RESULT LINES" to cl-label.
       move cnt-results to cl-value.
       perform 875-write-count.
       move "TRANSMISSION REGISTER RECORDS" to cl-label.
       move cnt-xmit to cl-value.
       perform 875-write-count.
       move "CHARGEBACK BILLING RECORDS" to cl-label.
       move cnt-billed to cl-value.
       perform 875-write-count.

       860-write-before.
       move "BEFORE" to rd-when.
       move detail-line to report-record.
       write report-record.

       865-write-after.
       move "AFTER" to rd-when.
       move detail-line to report-record.
       write report-record.

       870-write-moved.
       move "MOVED" to rd-when.
       move detail-line to report-record.
       write report-record.

       875-write-count.
       move count-line to report-record.
       write report-record.

       890-replace-file.
       move spaces to ws-command.
       if file-changes > 0
           string "mv REKEY.TMP " function trim(target-path)
               delimited by size into ws-command
       else
           move "rm -f REKEY.TMP" to ws-command
       end-if.
       call "SYSTEM" using ws-command.

       950-retire-control.
       move spaces to ws-command.
       string "mv REKEYCTL.DAT REKEYCTL-" run-date "-" run-time
           ".DONE"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.

       970-check-authority.
       move 'n' to auth-ok.
       move zeros to auth-have-rank.
       move "NOT ENROLLED" to auth-standing.
       if auth-operator = spaces
           move "NO OPERATOR NAMED" to auth-standing
           exit paragraph
       end-if.
       open input operprof-file.
       if operprof-status not = "00"
           move "NO OPERPROF.DAT" to auth-standing
           exit paragraph
       end-if.
       move 'n' to auth-eof.
       perform until auth-eof = 'y'
           read operprof-file
               at end
                   move 'y' to auth-eof
               not at end
                   if op-id = auth-operator and op-id not = spaces
                       move function upper-case(op-role)
                           to auth-role-name
                       perform 975-rank-role
                       move auth-role-rank to auth-have-rank
                       move auth-role-name to auth-standing
                       if function upper-case(op-status)
                          not = "ACTIVE"
                           move zeros to auth-have-rank
                           move function upper-case(op-status)
                               to auth-standing
                       end-if
                       move 'y' to auth-eof
                   end-if
           end-read
       end-perform.
       close operprof-file.
       move auth-need to auth-role-name.
       perform 975-rank-role.
       if auth-have-rank > 0 and auth-have-rank >= auth-role-rank
           move 'y' to auth-ok
       end-if.

       975-rank-role.
       evaluate auth-role-name
           when "VIEWER" move 1 to auth-role-rank
           when "OPERATOR" move 2 to auth-role-rank
           when "SUPERVISOR" move 3 to auth-role-rank
           when "ADMIN" move 4 to auth-role-rank
           when other move 0 to auth-role-rank
       end-evaluate.

       980-journal-denial.
       move spaces to operaudit-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into aud-date
       end-string.
       move function current-date(9:6) to aud-time.
       move auth-operator to aud-operator.
       move auth-action to aud-field.
       move auth-standing to aud-old.
       string "NEEDS " auth-need
           delimited by size into aud-new.
       move "-" to aud-sep1.
       move "-" to aud-sep2.
       move "-" to aud-sep3.
       move "-" to aud-sep4.
       move "-" to aud-sep5.
       open extend operaudit-file.
       if operaudit-status = "35"
           open output operaudit-file
       end-if.
       write operaudit-record.
       close operaudit-file.

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeRekey" to ev-program.
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
