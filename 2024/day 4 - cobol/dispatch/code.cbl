           select schedlog-file assign to "SCHEDLOG.DAT"
           organization is line sequential
           file status is schedlog-status.
           select schedrst-file assign to "SCHEDRST.DAT"
           organization is line sequential
           file status is schedrst-status.
           select operprof-file assign to "../operctl/OPERPROF.DAT"
           organization is line sequential
           file status is operprof-status.
           select operaudit-file assign to "../operctl/OPERAUDIT.DAT"
           organization is line sequential
           file status is operaudit-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
           05 sl-rc              pic z(3)9.
           05 sl-sep6            pic x(1).
           05 sl-disposition     pic x(10).
           05 sl-sep7            pic x(1).
           05 sl-operator        pic x(8).

       fd schedrst-file.
       01 schedrst-record.
           05 rs-function        pic x(8).
           05 rs-sep1            pic x(1).
           05 rs-step            pic x(10).
           05 rs-sep2            pic x(1).
           05 rs-operator        pic x(8).

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
       01 schedctl-status  pic x(2) value spaces.
               10 st-preds      pic x(43).
               10 st-rc         pic 9(8).
               10 st-disp       pic x(10).
               10 st-override   pic x(8).
               10 st-override-op pic x(8).
               10 st-prior-disp pic x(10).
               10 st-prior-rc   pic 9(8).
       01 step-idx         pic 9(4) value zeros.
       01 pred-idx         pic 9(4) value zeros.
       01 pred-found       pic 9(4) value zeros.
       01 planned-time     pic x(6) value spaces.
       01 actual-time      pic x(6) value spaces.
       01 end-time         pic x(6) value spaces.
       01 schedrst-status  pic x(2) value spaces.
       01 restart-mode     pic x value 'n'.
       01 restart-present  pic x value 'n'.
       01 restart-handled  pic x value 'n'.
       01 restart-bad      pic x value 'n'.
       01 log-operator     pic x(8) value spaces.
       01 log-step-idx     pic 9(4) value zeros.
       01 prior-ok-count   pic 9(4) value zeros.
       01 operprof-status  pic x(2) value spaces.
       01 operaudit-status pic x(2) value spaces.
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
       perform 100-load-schedule.
       if step-count = 0
           display "ERROR: SCHEDCTL.DAT names no steps"
           move 0501 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform 050-load-restart-control.
       if restart-mode = 'y'
           perform 150-load-cycle-log
       end-if.

       perform varying step-idx from 1 by 1
               until step-idx > step-count

       display "dispatch complete: " step-count " steps, max rc="
           max-rc.
       if restart-present = 'y'
           perform 080-retire-restart-control
       end-if.
       move max-rc to return-code.
       stop run.

       open input schedctl-file.
       if schedctl-status not = "00"
           display "ERROR: SCHEDCTL.DAT not found"
           move 0502 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
                       move sc-preds to st-preds(step-count)
                       move zeros to st-rc(step-count)
                       move spaces to st-disp(step-count)
                       move spaces to st-override(step-count)
                       move spaces to st-override-op(step-count)
                       move spaces to st-prior-disp(step-count)
                       move zeros to st-prior-rc(step-count)
                   end-if
           end-read
       end-perform.
       close schedctl-file.

       050-load-restart-control.
       open input schedrst-file.
       if schedrst-status not = "00"
           exit paragraph
       end-if.
       move 'y' to restart-present.
       move 'y' to restart-mode.
       move 'n' to eof-flag.
       perform until eof-flag = 'y'
           read schedrst-file
               at end
                   move 'y' to eof-flag
               not at end
                   if rs-function not = spaces
                       perform 060-apply-restart-line
                   end-if
           end-read
       end-perform.
       close schedrst-file.
       move 'n' to eof-flag.
       if restart-bad = 'y'
           display "ERROR: SCHEDRST.DAT is unusable; restart refused"
           move 0503 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       display "restart mode: steps that ended clean earlier on "
           cycle-date " will not be rerun".

       060-apply-restart-line.
       move function upper-case(rs-operator) to rs-operator.
       evaluate function trim(rs-function)
           when "RESTART"
               move "OPERATOR" to auth-need
               perform 065-authorize-restart-line
           when "RERUN"
               move "SUPERVISOR" to auth-need
               perform 065-authorize-restart-line
               perform 070-find-override-step
               if pred-found > 0
                   move "RERUN" to st-override(pred-found)
                   move rs-operator to st-override-op(pred-found)
               end-if
           when "COMPLETE"
               move "SUPERVISOR" to auth-need
               perform 065-authorize-restart-line
               perform 070-find-override-step
               if pred-found > 0
                   move "COMPLETE" to st-override(pred-found)
                   move rs-operator to st-override-op(pred-found)
               end-if
           when other
               display "ERROR: SCHEDRST.DAT function must be "
                   "RESTART, RERUN or COMPLETE; found "
                   function trim(rs-function)
               move rs-function to event-detail
               move 0504 to event-msg-no
               perform 990-log-event
               move 'y' to restart-bad
       end-evaluate.

       065-authorize-restart-line.
       move rs-operator to auth-operator.
       perform 970-check-authority.
       if auth-ok = 'y'
           exit paragraph
       end-if.
       display "ERROR: SCHEDRST.DAT " function trim(rs-function)
           " refused: operator " rs-operator " is "
           function trim(auth-standing) "; "
           function trim(auth-need) " needed".
       move spaces to auth-action.
       string "DENIED " rs-function
           delimited by size into auth-action.
       perform 980-journal-denial.
       string function trim(rs-operator) " "
           function trim(rs-function) " " function trim(auth-standing)
           delimited by size into event-detail.
       move 0511 to event-msg-no.
       perform 990-log-event.
       move 'y' to restart-bad.

       070-find-override-step.
       move zeros to pred-found.
       perform varying pred-idx from 1 by 1
               until pred-idx > step-count
           if st-step(pred-idx) = rs-step
               move pred-idx to pred-found
           end-if
       end-perform.
       if pred-found = 0
           display "ERROR: SCHEDRST.DAT names step "
               function trim(rs-step) " which is not in SCHEDCTL.DAT"
           move rs-step to event-detail
           move 0505 to event-msg-no
           perform 990-log-event
           move 'y' to restart-bad
       end-if.

       080-retire-restart-control.
       move spaces to ws-command.
       string "mv SCHEDRST.DAT SCHEDRST-" cycle-date "-"
           function current-date(9:6) ".DONE"
           delimited by size into ws-command.
       call "SYSTEM" using ws-command.
       display "restart control retired; " prior-ok-count
           " steps carried as complete from earlier this cycle".

       150-load-cycle-log.
       move 'n' to eof-flag.
       open input schedlog-file.
       if schedlog-status not = "00"
           display "NOTE: no SCHEDLOG.DAT on record; restart runs "
               "every step"
           move 0506 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read schedlog-file
               at end
                   move 'y' to eof-flag
               not at end
                   if sl-date = cycle-date
                       perform 160-note-prior-outcome
                   end-if
           end-read
       end-perform.
       close schedlog-file.
       move 'n' to eof-flag.

       160-note-prior-outcome.
       perform varying log-step-idx from 1 by 1
               until log-step-idx > step-count
           if st-step(log-step-idx) = sl-step
               move sl-disposition to st-prior-disp(log-step-idx)
               compute st-prior-rc(log-step-idx) =
                   function numval(sl-rc)
           end-if
       end-perform.

       200-dispatch-one-step.
       move function current-date(9:6) to planned-time.
       if restart-mode = 'y'
           perform 250-apply-restart
           if restart-handled = 'y'
               exit paragraph
           end-if
       end-if.
       perform 300-check-calendar.
       if skip-flag = 'y'
           move "SKIP-CAL" to st-disp(step-idx)
           display "step " st-step(step-idx)
               " held: predecessor " function trim(pred-name)
               " did not end clean this cycle"
           string st-step(step-idx) " AFTER "
               function trim(pred-name)
               delimited by size into event-detail
           move 0507 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       move function current-date(9:6) to actual-time.
       end-if.
       perform 600-write-schedlog.
       display "step " st-step(step-idx) " ended rc=" step-rc.
       if step-rc not = 0
           string st-step(step-idx) " RC " step-rc
               delimited by size into event-detail
           move 0508 to event-msg-no
           perform 990-log-event
       end-if.

       250-apply-restart.
       move 'n' to restart-handled.
       move spaces to actual-time.
       move spaces to end-time.
       move zeros to step-rc.
       if st-override(step-idx) = "COMPLETE"
           move 'y' to restart-handled
           move "FORCED-OK" to st-disp(step-idx)
           move zeros to st-rc(step-idx)
           move st-override-op(step-idx) to log-operator
           perform 600-write-schedlog
           display "step " st-step(step-idx)
               " marked complete by operator "
               st-override-op(step-idx)
           string st-step(step-idx) " BY "
               st-override-op(step-idx)
               delimited by size into event-detail
           move 0509 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       if st-override(step-idx) = "RERUN"
           move "FORCE-RUN" to st-disp(step-idx)
           move st-override-op(step-idx) to log-operator
           perform 600-write-schedlog
           display "step " st-step(step-idx)
               " forced to rerun by operator "
               st-override-op(step-idx)
           string st-step(step-idx) " BY "
               st-override-op(step-idx)
               delimited by size into event-detail
           move 0510 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       if (st-prior-disp(step-idx) = "RAN" and
           st-prior-rc(step-idx) = 0) or
           st-prior-disp(step-idx) = "FORCED-OK" or
           st-prior-disp(step-idx) = "PRIOR-OK"
           move 'y' to restart-handled
           add 1 to prior-ok-count
           move "PRIOR-OK" to st-disp(step-idx)
           move zeros to st-rc(step-idx)
           perform 600-write-schedlog
           display "step " st-step(step-idx)
               " ended clean earlier this cycle; not rerun"
       end-if.

       300-check-calendar.
       move 'n' to skip-flag.
       if st-disp(pred-found) = "RAN" and st-rc(pred-found) = 0
           continue
       else
           if st-disp(pred-found) = "SKIP-CAL" or
              st-disp(pred-found) = "PRIOR-OK" or
              st-disp(pred-found) = "FORCED-OK"
               continue
           else
               move 'y' to hold-flag
       move "-" to sl-sep4.
       move "-" to sl-sep5.
       move "-" to sl-sep6.
       move "-" to sl-sep7.
       move log-operator to sl-operator.
       move spaces to log-operator.
       open extend schedlog-file.
       if schedlog-status = "35"
           open output schedlog-file
       end-if.
       write schedlog-record.
       close schedlog-file.

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
       move "AdventOfCodeDispatch" to ev-program.
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
