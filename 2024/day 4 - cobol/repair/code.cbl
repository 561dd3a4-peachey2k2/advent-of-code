           select fixgrid-file assign to "REPFIX.GRID"
           organization is line sequential
           file status is fixgrid-status.
           select repairctl-file assign to "REPAIRCTL.DAT"
           organization is line sequential
           file status is repairctl-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
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
       fd fixgrid-file.
       01 fixgrid-record   pic x(999).

       fd repairctl-file.
       01 repairctl-record pic x(40).

       fd register-file.
       01 register-record.
           05 reg-id             pic x(8).
           05 reg-checksum       pic 9(8).
           05 reg-sep8           pic x(1).
           05 reg-status         pic x(12).
           05 reg-sep9           pic x(1).
           05 reg-orig-id        pic x(8).

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
       01 worklist-status  pic x(2) value spaces.
       01 workgrid-status  pic x(2) value spaces.
       01 fixgrid-status   pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
       01 repairctl-status pic x(2) value spaces.
       01 repair-operator  pic x(8) value spaces.
       01 ctl-keyword      pic x(10) value spaces.
       01 ctl-value        pic x(20) value spaces.
       01 resubmit-checked pic x value 'n'.
       01 resubmit-allowed pic x value 'n'.
       01 ws-command       pic x(200) value spaces.
       01 eof-flag         pic x value 'n'.
       01 list-eof         pic x value 'n'.
               10 rp-size       pic 9(8).
               10 rp-checksum   pic 9(8).
       01 repair-idx       pic 9(4) value zeros.
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
       open input worklist-file.
       if worklist-status not = "00"
           display "ERROR: cannot read reject work list"
           move 1801 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       if unrepaired-count > 0
           move 4 to return-code
       end-if.
       if resubmit-checked = 'y' and resubmit-allowed = 'n'
           move 8 to return-code
       end-if.
       stop run.

       200-repair-one-file.
       if repair-count >= max-repairs
           display "WARNING: more than " max-repairs
               " repairable files; remainder left for next run"
           move 1802 to event-msg-no
           perform 990-log-event
           move 'y' to list-eof
           exit paragraph
       end-if.
       divide return-code by 256 giving shell-rc.
       if shell-rc not = 0
           display "WARNING: cannot stage " reject-name
           move reject-name to event-detail
           move 1803 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.

       perform 400-inspect-grid.

       if reject-reason = spaces
           perform 450-authorize-resubmit
           if resubmit-allowed = 'y'
               perform 500-resubmit-file
           else
               add 1 to unrepaired-count
               display "HELD " function trim(reject-name)
                   " repairable; resubmission not authorized"
           end-if
       else
           add 1 to unrepaired-count
           display "UNREPAIRABLE " function trim(reject-name)
                       move 'y' to eof-flag
                   not at end
                       if reg-file = reject-name and
                          reg-status not = "ACCEPTED" and
                          reg-status not = "DUPLICATE"
                           move reg-status to orig-reason
                       end-if
               end-read
           move "BAD-CHAR" to reject-reason
       end-if.

       450-authorize-resubmit.
       if resubmit-checked = 'y'
           exit paragraph
       end-if.
       move 'y' to resubmit-checked.
       move 'n' to eof-flag.
       open input repairctl-file.
       if repairctl-status = "00"
           perform until eof-flag = 'y'
               read repairctl-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       move spaces to ctl-keyword
                       move spaces to ctl-value
                       unstring repairctl-record
                           delimited by all spaces
                           into ctl-keyword ctl-value
                       if function upper-case(ctl-keyword)
                          = "OPERATOR"
                           move function upper-case(ctl-value)
                               to repair-operator
                       end-if
               end-read
           end-perform
           close repairctl-file
       end-if.
       move repair-operator to auth-operator.
       move "OPERATOR" to auth-need.
       perform 970-check-authority.
       if auth-ok = 'y'
           move 'y' to resubmit-allowed
           display "resubmission authorized for operator "
               repair-operator
           exit paragraph
       end-if.
       display "ERROR: resubmission refused: operator "
           repair-operator " is " function trim(auth-standing)
           "; OPERATOR needed (REPAIRCTL.DAT)".
       move "DENIED RESUBMIT" to auth-action.
       perform 980-journal-denial.
       string function trim(repair-operator) " "
           function trim(auth-standing)
           delimited by size into event-detail.
       move 1805 to event-msg-no.
       perform 990-log-event.

       500-resubmit-file.
       add 1 to repaired-count.
       add 1 to repair-count.
       if register-status not = "00"
           display "WARNING: cannot reread intake register for "
               "lineage"
           move 1804 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
               at end
                   move 'y' to eof-flag
               not at end
                   if reg-status = "ACCEPTED" or
                       reg-status = "DUPLICATE"
                       perform varying repair-idx from 1 by 1
                               until repair-idx > repair-count
                           if rp-file(repair-idx) = reg-file
               move "-" to reg-sep6
               move "-" to reg-sep7
               move "-" to reg-sep8
               move "-" to reg-sep9
               move spaces to reg-orig-id
               write register-record
           end-if
       end-perform.
       close register-file.

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
       move "AdventOfCodeRepair" to ev-program.
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
