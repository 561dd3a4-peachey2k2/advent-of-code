           access is sequential
           record key is mst-key
           file status is master-idx-status.
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
           05 ctl-operand        pic x(20).

       fd work-file.
       01 work-record      pic x(160).

       fd keep-file.
       01 keep-record      pic x(160).

       fd arch-file.
       01 arch-record      pic x(160).

       fd report-file.
       01 report-record    pic x(100).
               10 mk-dir         pic x(2).
               10 mk-word        pic x(20).

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
       01 housectl-status  pic x(2) value spaces.
       01 work-status      pic x(2) value spaces.
       01 fn-embedded      pic x value 'n'.
       01 retention-days   pic 9(5) value 365.
       01 restore-gen      pic x(20) value spaces.
       01 restore-operator pic x(8) value spaces.
       01 ctl-keyword      pic x(10) value spaces.
       01 ctl-value        pic x(20) value spaces.
       01 generation-id    pic x(17) value spaces.
       01 cutoff-date      pic x(10) value spaces.
       01 today-int        pic 9(8) value zeros.
       01 cutoff-ymd       pic 9(8) value zeros.
       01 cutoff-text     pic x(8) value spaces.

       01 max-files        pic 9(4) value 7.
       01 file-table.
           05 file-entry occurs 7 times.
               10 hf-tag        pic x(9).
               10 hf-path       pic x(30).
               10 hf-dated      pic x(1).
           05 rpt-archived       pic z(7)9.
           05 rpt-lit3           pic x(6) value " KEPT ".
           05 rpt-kept           pic z(7)9.
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
       move "P2EXCEPT" to hf-tag(6).
       move "../p2/EXCEPTIONS.DAT" to hf-path(6).
       move 'n' to hf-dated(6).
       move "EVENTLOG" to hf-tag(7).
       move "../eventlog/EVENTLOG.DAT" to hf-path(7).
       move 'y' to hf-dated(7).

       100-load-control.
       open input housectl-file.
                       if restore-gen = spaces
                           display "ERROR: RESTORE requires a "
                               "generation id"
                           move 1101 to event-msg-no
                           perform 990-log-event
                           move 16 to return-code
                           stop run
                       end-if
                       perform 120-load-restore-operator
                   when "PURGE"
                       move "PURGE" to run-function
                       perform 110-load-retention
                       display "ERROR: HOUSECTL.DAT function must "
                           "be PURGE, PURGEALL or RESTORE; found "
                           function trim(fn-text)
                       string function trim(fn-text)
                           delimited by size into event-detail
                       move 1102 to event-msg-no
                       perform 990-log-event
                       move 16 to return-code
                       stop run
               end-evaluate
           end-if
           close housectl-file
       end-if.
       if run-function = "RESTORE"
           perform 130-authorize-restore
       end-if.

       110-load-retention.
       if ctl-text not = spaces
           if retention-days = 0
               display "WARNING: retention of 0 days "
                   "ignored; using 365"
               move 1103 to event-msg-no
               perform 990-log-event
               move 365 to retention-days
           end-if
       end-if.

       120-load-restore-operator.
       move 'n' to eof-flag.
       perform until eof-flag = 'y'
           read housectl-file
               at end
                   move 'y' to eof-flag
               not at end
                   move spaces to ctl-keyword
                   move spaces to ctl-value
                   unstring housectl-record delimited by all spaces
                       into ctl-keyword ctl-value
                   if function upper-case(ctl-keyword) = "OPERATOR"
                       move function upper-case(ctl-value)
                           to restore-operator
                   end-if
           end-read
       end-perform.
       move 'n' to eof-flag.

       130-authorize-restore.
       move restore-operator to auth-operator.
       move "SUPERVISOR" to auth-need.
       perform 970-check-authority.
       if auth-ok = 'y'
           exit paragraph
       end-if.
       display "ERROR: RESTORE of " function trim(restore-gen)
           " refused: operator " restore-operator " is "
           function trim(auth-standing) "; SUPERVISOR needed".
       move "DENIED RESTORE" to auth-action.
       perform 980-journal-denial.
       string function trim(restore-operator) " "
           function trim(auth-standing)
           delimited by size into event-detail.
       move 1105 to event-msg-no.
       perform 990-log-event.
       move 16 to return-code.
       stop run.

       200-compute-cutoff.
       compute today-int = function integer-of-date(
           function numval(function current-date(1:8))).
       open output report-file.
       move spaces to report-record.
       string "RESTORE RUN " generation-id " FOR GENERATION "
           function trim(restore-gen) " BY " restore-operator
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       if total-restored = 0
           display "WARNING: no archive files found for "
               function trim(restore-gen)
           move restore-gen to event-detail
           move 1104 to event-msg-no
           perform 990-log-event
           move 4 to final-rc
       end-if.

           function trim(hf-tag(file-idx)) ".DAT"
           delimited by size into report-record.
       write report-record.

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
       move "AdventOfCodeHousekeep" to ev-program.
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
