           select p2-exppend-file assign to "../p2/EXPPEND.DAT"
           organization is line sequential
           file status is p2-exppend-status.
           select gridlist-file assign to "../driver/GRIDLIST.DAT"
           organization is line sequential
           file status is gridlist-status.
           select gridprio-file assign to "GRIDPRIO.TMP"
           organization is line sequential
           file status is gridprio-status.
           select cyclelock-file assign to "../driver/CYCLE.LCK"
           organization is line sequential
           file status is cyclelock-status.
           select operprof-file assign to "OPERPROF.DAT"
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
       fd runlog-file.
       01 runlog-record    pic x(63).

       fd p1-results-file.
       01 p1-results-record pic x(75).
           05 p2-pd-sep3         pic x(1).
           05 p2-pd-time         pic x(6).

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

       fd gridprio-file.
       01 gridprio-record  pic x(87).

       fd cyclelock-file.
       01 cyclelock-record pic x(40).

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
       01 runlog-status    pic x(2) value spaces.
       01 p1-results-status pic x(2) value spaces.
       01 operator-reply   pic x(20) value spaces.
       01 eof-flag         pic x value 'n'.
       01 done-flag        pic x value 'n'.
       01 last-runlog      pic x(63) value spaces.
       01 last-p1-result   pic x(75) value spaces.
       01 last-p2-result   pic x(75) value spaces.
       01 page-line-count  pic 9(4) value zeros.
       01 pending-operator pic x(8) value spaces.
       01 pending-date     pic x(10) value spaces.
       01 pending-time     pic x(6) value spaces.
       01 gridlist-status  pic x(2) value spaces.
       01 gridprio-status  pic x(2) value spaces.
       01 queued-count     pic 9(4) value zeros.
       01 shown-class      pic x(1) value spaces.
       01 target-grid      pic x(8) value spaces.
       01 target-class     pic x(1) value spaces.
       01 target-found     pic x value 'n'.
       01 filter-date      pic x(10) value spaces.
       01 filter-program   pic x(24) value spaces.
       01 filter-prog-len  pic 9(4) value zeros.
       01 filter-severity  pic x(1) value spaces.
       01 filter-rank      pic 9(1) value zeros.
       01 event-rank       pic 9(1) value zeros.
       01 rank-severity    pic x(1) value spaces.
       01 event-program-uc pic x(24) value spaces.
       01 event-read-count pic 9(8) value zeros.
       01 event-shown      pic 9(8) value zeros.
       01 event-wanted     pic x value 'n'.
       01 operprof-status  pic x(2) value spaces.
       01 profiles-absent  pic x value 'n'.
       01 profiles-unread  pic x value 'n'.
       01 profiles-full    pic x value 'n'.
       01 cyclelock-status pic x(2) value spaces.
       01 max-profiles     pic 9(4) value 200.
       01 profile-count    pic 9(4) value zeros.
       01 profile-table.
           05 profile-entry occurs 200 times.
               10 pf-id         pic x(8).
               10 pf-role       pic x(10).
               10 pf-status     pic x(9).
               10 pf-last-date  pic x(10).
               10 pf-last-time  pic x(6).
       01 profile-idx      pic 9(4) value zeros.
       01 profile-found    pic 9(4) value zeros.
       01 operator-role    pic x(10) value spaces.
       01 operator-rank    pic 9(1) value zeros.
       01 need-role        pic x(10) value spaces.
       01 role-name        pic x(10) value spaces.
       01 role-rank        pic 9(1) value zeros.
       01 role-ok          pic x value 'n'.
       01 target-operator  pic x(8) value spaces.
       01 target-role      pic x(10) value spaces.
       01 eventlog-status  pic x(2) value spaces.
       01 msgcat-status    pic x(2) value spaces.
       01 msgcat-eof       pic x value 'n'.
       01 event-msg-no     pic 9(4) value zeros.
       01 event-grid       pic x(8) value spaces.
       01 event-detail     pic x(40) value spaces.

       procedure division.
       perform 050-identify-operator.
               when "4" perform 500-update-expected
               when "5" perform 600-checkpoint-menu
               when "6" perform 700-acknowledge-alerts
               when "7"
                   move "OPERATOR" to need-role
                   perform 080-check-role
                   if role-ok = 'y'
                       perform 800-set-grid-priority
                   end-if
               when "8" perform 850-browse-event-log
               when "9"
                   move "ADMIN" to need-role
                   perform 080-check-role
                   if role-ok = 'y'
                       perform 950-maintain-profiles
                   end-if
               when "0" move 'y' to done-flag
               when other display "invalid choice"
           end-evaluate
       end-perform.
       if operator-id = spaces
           display "no operator id given; ending session"
           move 1501 to event-msg-no
           perform 990-log-event
           stop run
       end-if.
       move zeros to blank-strikes.
       move spaces to operator-reply.
       perform 060-load-profiles.
       if profiles-unread = 'y'
           display "REFUSED: OPERPROF.DAT could not be read (status "
               operprof-status "); no sign-on until it is repaired"
           move "DENIED SIGN-ON" to journal-field
           perform 062-journal-unreadable
           stop run
       end-if.
       if profiles-absent = 'y'
           perform 055-enrol-first-operator
       end-if.
       move zeros to profile-found.
       perform varying profile-idx from 1 by 1
               until profile-idx > profile-count
           if pf-id(profile-idx) = operator-id
               move profile-idx to profile-found
           end-if
       end-perform.
       if profile-found = 0
           move "NOT ENROLLED" to journal-old
       else
           move pf-role(profile-found) to role-name
           perform 070-rank-role
           move role-rank to operator-rank
           move pf-role(profile-found) to operator-role
           if pf-status(profile-found) not = "ACTIVE"
               move pf-status(profile-found) to journal-old
           else
               if operator-rank = 0
                   move "NO VALID ROLE" to journal-old
               end-if
           end-if
       end-if.
       if journal-old not = spaces
           display "REFUSED: operator " operator-id " may not sign on ("
               function trim(journal-old) "); see an administrator"
           move "DENIED SIGN-ON" to journal-field
           move "REFUSED" to journal-new
           move 1504 to event-msg-no
           perform 910-journal-denial
           stop run
       end-if.
       string function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into pf-last-date(profile-found).
       move function current-date(9:6) to pf-last-time(profile-found).
       if profiles-full = 'y'
           display "WARNING: OPERPROF.DAT holds more than " max-profiles
               " profiles; sign-on not stamped"
       else
           perform 065-save-profiles
       end-if.
       display "session opened for operator " operator-id
           " role " function trim(operator-role).

       055-enrol-first-operator.
       move 1 to profile-count.
       move operator-id to pf-id(1).
       move "ADMIN" to pf-role(1).
       move "ACTIVE" to pf-status(1).
       move spaces to pf-last-date(1).
       move spaces to pf-last-time(1).
       perform 065-save-profiles.
       display "no OPERPROF.DAT on record; operator " operator-id
           " enrolled as the first administrator".
       move "PROFILE " to journal-field.
       move operator-id to journal-field(9:8).
       move "(NO PROFILES)" to journal-old.
       move "ADMIN ACTIVE" to journal-new.
       perform 900-journal-change.
       move operator-id to event-detail.
       move 1505 to event-msg-no.
       perform 990-log-event.

       060-load-profiles.
       move zeros to profile-count.
       move 'n' to profiles-absent.
       move 'n' to profiles-unread.
       move 'n' to profiles-full.
       open input operprof-file.
       if operprof-status = "35"
           move 'y' to profiles-absent
           exit paragraph
       end-if.
       if operprof-status not = "00"
           move 'y' to profiles-unread
           exit paragraph
       end-if.
       move 'n' to eof-flag.
       perform until eof-flag = 'y'
           read operprof-file
               at end
                   move 'y' to eof-flag
               not at end
                   if op-id not = spaces
                      and profile-count >= max-profiles
                       move 'y' to profiles-full
                   end-if
                   if op-id not = spaces
                      and profile-count < max-profiles
                       add 1 to profile-count
                       move op-id to pf-id(profile-count)
                       move function upper-case(op-role)
                           to pf-role(profile-count)
                       move function upper-case(op-status)
                           to pf-status(profile-count)
                       move op-last-date to pf-last-date(profile-count)
                       move op-last-time to pf-last-time(profile-count)
                   end-if
           end-read
       end-perform.
       close operprof-file.
       move 'n' to eof-flag.

       062-journal-unreadable.
       string "OPERPROF STATUS " operprof-status
           delimited by size into journal-old.
       move "REFUSED" to journal-new.
       move 1506 to event-msg-no.
       perform 910-journal-denial.

       065-save-profiles.
       open output operprof-file.
       perform varying profile-idx from 1 by 1
               until profile-idx > profile-count
           move spaces to operprof-record
           move pf-id(profile-idx) to op-id
           move pf-role(profile-idx) to op-role
           move pf-status(profile-idx) to op-status
           move pf-last-date(profile-idx) to op-last-date
           move pf-last-time(profile-idx) to op-last-time
           move "-" to op-sep1
           move "-" to op-sep2
           move "-" to op-sep3
           move "-" to op-sep4
           write operprof-record
       end-perform.
       close operprof-file.

       070-rank-role.
       evaluate role-name
           when "VIEWER" move 1 to role-rank
           when "OPERATOR" move 2 to role-rank
           when "SUPERVISOR" move 3 to role-rank
           when "ADMIN" move 4 to role-rank
           when other move 0 to role-rank
       end-evaluate.

       080-check-role.
       move need-role to role-name.
       perform 070-rank-role.
       if operator-rank >= role-rank
           move 'y' to role-ok
           exit paragraph
       end-if.
       move 'n' to role-ok.
       display "REFUSED: option " menu-choice " needs role "
           function trim(need-role) "; operator " operator-id
           " is " function trim(operator-role).
       move spaces to journal-field.
       string "DENIED OPTION " menu-choice
           delimited by size into journal-field.
       move operator-role to journal-old.
       move spaces to journal-new.
       string "NEEDS " need-role
           delimited by size into journal-new.
       move 1503 to event-msg-no.
       perform 910-journal-denial.

       100-show-menu.
       display " ".
       display "4 - view/update expected total".
       display "5 - inspect/clear checkpoint".
       display "6 - acknowledge alerts".
       display "7 - set queued grid priority".
       display "8 - browse event log".
       display "9 - maintain operator profiles".
       display "0 - exit".
       display "enter choice: " with no advancing.

           display "no unacknowledged alerts"
           exit paragraph
       end-if.
       move "OPERATOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "acknowledge all listed alerts? (y/n): "
           with no advancing.
       accept operator-reply.
           display "no ../p1/WORD.DAT; p1 defaults to XMAS"
           move "(default)" to journal-old
       end-if.
       move "SUPERVISOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "new p1 word (blank to keep, 4 letters): "
           with no advancing.
       accept operator-reply.
           display "no ../p2/WORD.DAT; p2 defaults to MAS"
           move "(default)" to journal-old
       end-if.
       move "SUPERVISOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "new p2 word (blank to keep, 3 letters): "
           with no advancing.
       accept operator-reply.
           display "pending p1 expected " pending-value
               " staged by " pending-operator " awaits approval"
       end-if.
       move "OPERATOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "new p1 expected (blank to keep, digits to stage, "
           "A to approve pending): " with no advancing.
       accept operator-reply.
           display "no pending p1 expected to approve"
           exit paragraph
       end-if.
       move "SUPERVISOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       if pending-operator = operator-id
           display "REJECTED: dual control requires a different "
               "operator to approve"
           display "pending p2 expected " pending-value
               " staged by " pending-operator " awaits approval"
       end-if.
       move "OPERATOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "new p2 expected (blank to keep, digits to stage, "
           "A to approve pending): " with no advancing.
       accept operator-reply.
           display "no pending p2 expected to approve"
           exit paragraph
       end-if.
       move "SUPERVISOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       if pending-operator = operator-id
           display "REJECTED: dual control requires a different "
               "operator to approve"
       end-if.

       610-offer-clear.
       move "OPERATOR" to need-role.
       perform 080-check-role.
       if role-ok = 'n'
           exit paragraph
       end-if.
       display "clear this checkpoint for a clean rescan? (y/n): "
           with no advancing.
       accept operator-reply.
       end-if.
       move spaces to operator-reply.

       800-set-grid-priority.
       open input cyclelock-file.
       if cyclelock-status = "00"
           move spaces to cyclelock-record
           read cyclelock-file
           close cyclelock-file
           display "REFUSED: driver cycle in progress (CYCLE.LCK "
               function trim(cyclelock-record)
               "); queue priority not changed"
           move cyclelock-record to event-detail
           move 1507 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       move zeros to queued-count.
       move 'n' to eof-flag.
       open input gridlist-file.
       if gridlist-status not = "00"
           display "no grids queued on ../driver/GRIDLIST.DAT"
           exit paragraph
       end-if.
       display "GRID     CLASS FILE".
       perform until eof-flag = 'y'
           read gridlist-file
               at end
                   move 'y' to eof-flag
               not at end
                   add 1 to queued-count
                   move ctl-priority to shown-class
                   if shown-class < "1" or shown-class > "9"
                       move "5" to shown-class
                   end-if
                   display ctl-grid-id " " shown-class "     "
                       function trim(ctl-file-name)
           end-read
       end-perform.
       close gridlist-file.
       if queued-count = 0
           display "grid queue is empty"
           exit paragraph
       end-if.
       display "grid id to reclassify: " with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply) to operator-reply.
       move operator-reply(1:8) to target-grid.
       move spaces to operator-reply.
       if target-grid = spaces
           display "no grid id given; nothing changed"
           exit paragraph
       end-if.
       display "new priority class (1 highest - 9 lowest): "
           with no advancing.
       accept operator-reply.
       if operator-reply(1:1) < "1" or operator-reply(1:1) > "9"
           or operator-reply(2:1) not = space
           display "priority class must be 1-9; nothing changed"
           move spaces to operator-reply
           exit paragraph
       end-if.
       move operator-reply(1:1) to target-class.
       move spaces to operator-reply.
       perform 810-rewrite-queue.

       810-rewrite-queue.
       move 'n' to target-found.
       move 'n' to eof-flag.
       open input gridlist-file.
       if gridlist-status not = "00"
           display "no grids queued on ../driver/GRIDLIST.DAT"
           exit paragraph
       end-if.
       open output gridprio-file.
       perform until eof-flag = 'y'
           read gridlist-file
               at end
                   move 'y' to eof-flag
               not at end
                   if ctl-grid-id = target-grid
                       move 'y' to target-found
                       move ctl-priority to shown-class
                       if shown-class < "1" or shown-class > "9"
                           move "5" to shown-class
                       end-if
                       move "-" to ctl-sep7
                       move target-class to ctl-priority
                   end-if
                   move gridlist-record to gridprio-record
                   write gridprio-record
           end-read
       end-perform.
       close gridlist-file.
       close gridprio-file.
       if target-found = 'n'
           move "rm -f GRIDPRIO.TMP" to ws-command
           call "SYSTEM" using ws-command
           display "grid " target-grid " is not queued; "
               "nothing changed"
           exit paragraph
       end-if.
       move "mv GRIDPRIO.TMP ../driver/GRIDLIST.DAT" to ws-command.
       call "SYSTEM" using ws-command.
       display "grid " target-grid " priority class "
           shown-class " -> " target-class.
       move spaces to journal-field.
       string "PRIO " target-grid
           delimited by size into journal-field.
       move shown-class to journal-old.
       move target-class to journal-new.
       perform 900-journal-change.

       850-browse-event-log.
       display "event date (YYYY-MM-DD, blank for all): "
           with no advancing.
       accept operator-reply.
       move operator-reply(1:10) to filter-date.
       move spaces to operator-reply.
       display "program (any part of the name, blank for all): "
           with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply) to filter-program.
       move zeros to filter-prog-len.
       if filter-program not = spaces
           compute filter-prog-len =
               function length(function trim(filter-program))
           move function trim(filter-program) to filter-program
       end-if.
       move spaces to operator-reply.
       display "lowest severity (I, W, E or S; blank for all): "
           with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply(1:1))
           to filter-severity.
       move spaces to operator-reply.
       move zeros to filter-rank.
       if filter-severity not = space
           move filter-severity to rank-severity
           perform 860-rank-severity
           if event-rank = 0
               display "severity must be I, W, E or S"
               exit paragraph
           end-if
           move event-rank to filter-rank
       end-if.
       move zeros to event-read-count.
       move zeros to event-shown.
       move zeros to page-line-count.
       move 'n' to eof-flag.
       open input eventlog-file.
       if eventlog-status not = "00"
           display "no ../eventlog/EVENTLOG.DAT on record"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read eventlog-file
               at end
                   move 'y' to eof-flag
               not at end
                   add 1 to event-read-count
                   perform 870-filter-event
                   if event-wanted = 'y'
                       perform 880-show-event
                   end-if
           end-read
           if page-line-count >= page-size and eof-flag = 'n'
               display "-- more -- (enter to continue, q to quit): "
                   with no advancing
               accept operator-reply
               if operator-reply(1:1) = "q" or
                  operator-reply(1:1) = "Q"
                   move 'y' to eof-flag
               end-if
               move zeros to page-line-count
               move spaces to operator-reply
           end-if
       end-perform.
       close eventlog-file.
       display event-shown " events shown of " event-read-count
           " read".

       860-rank-severity.
       evaluate rank-severity
           when "I" move 1 to event-rank
           when "W" move 2 to event-rank
           when "E" move 3 to event-rank
           when "S" move 4 to event-rank
           when other move 0 to event-rank
       end-evaluate.

       870-filter-event.
       move 'y' to event-wanted.
       if filter-date not = spaces and ev-date not = filter-date
           move 'n' to event-wanted
           exit paragraph
       end-if.
       if filter-prog-len > 0
           move function upper-case(ev-program) to event-program-uc
           move zeros to hit-count
           inspect event-program-uc tallying hit-count
               for all filter-program(1:filter-prog-len)
           if hit-count = 0
               move 'n' to event-wanted
               exit paragraph
           end-if
       end-if.
       if filter-rank > 0
           move ev-severity to rank-severity
           perform 860-rank-severity
           if event-rank < filter-rank
               move 'n' to event-wanted
           end-if
       end-if.

       880-show-event.
       add 1 to event-shown.
       display ev-date " " ev-time " " ev-severity " " ev-msg-no " "
           function trim(ev-program) " " ev-grid.
       display "    " function trim(ev-text).
       add 2 to page-line-count.
       if ev-detail not = spaces
           display "    " function trim(ev-detail)
           add 1 to page-line-count
       end-if.

       900-journal-change.
       perform 905-write-audit-record.
       string function trim(journal-field) " "
           function trim(journal-new) " BY " operator-id
           delimited by size into event-detail.
       move 1502 to event-msg-no.
       perform 990-log-event.
       move spaces to journal-field.
       move spaces to journal-old.
       move spaces to journal-new.

       905-write-audit-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
       end-if.
       write operaudit-record.
       close operaudit-file.

       910-journal-denial.
       perform 905-write-audit-record.
       string function trim(operator-id) " "
           function trim(journal-field) " " function trim(journal-new)
           delimited by size into event-detail.
       perform 990-log-event.
       move spaces to journal-field.
       move spaces to journal-old.
       move spaces to journal-new.

       950-maintain-profiles.
       perform 952-list-profiles.
       if profiles-unread = 'y'
           perform 957-refuse-maintenance
           exit paragraph
       end-if.
       if profiles-full = 'y'
           perform 958-refuse-full-table
           exit paragraph
       end-if.
       display "A - add, S - suspend, R - reactivate, "
           "C - change role (blank to return): " with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply(1:1)) to sub-choice.
       move spaces to operator-reply.
       if sub-choice = space
           exit paragraph
       end-if.
       if sub-choice not = "A" and sub-choice not = "S"
          and sub-choice not = "R" and sub-choice not = "C"
           display "invalid choice"
           exit paragraph
       end-if.
       display "operator id: " with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply) to operator-reply.
       move operator-reply(1:8) to target-operator.
       move spaces to operator-reply.
       if target-operator = spaces
           display "no operator id given; nothing changed"
           exit paragraph
       end-if.
       perform 060-load-profiles.
       if profiles-unread = 'y'
           perform 957-refuse-maintenance
           exit paragraph
       end-if.
       if profiles-full = 'y'
           perform 958-refuse-full-table
           exit paragraph
       end-if.
       move zeros to profile-found.
       perform varying profile-idx from 1 by 1
               until profile-idx > profile-count
           if pf-id(profile-idx) = target-operator
               move profile-idx to profile-found
           end-if
       end-perform.
       evaluate sub-choice
           when "A" perform 955-add-profile
           when "S" perform 960-set-profile-status
           when "R" perform 960-set-profile-status
           when "C" perform 965-change-profile-role
       end-evaluate.

       952-list-profiles.
       perform 060-load-profiles.
       if profiles-unread = 'y'
           exit paragraph
       end-if.
       display "OPERATOR ROLE       STATUS    LAST SIGN-ON".
       perform varying profile-idx from 1 by 1
               until profile-idx > profile-count
           display pf-id(profile-idx) " " pf-role(profile-idx) " "
               pf-status(profile-idx) " " pf-last-date(profile-idx)
               " " pf-last-time(profile-idx)
       end-perform.
       display profile-count " operator profiles on record".

       955-add-profile.
       if profiles-unread = 'y'
           perform 957-refuse-maintenance
           exit paragraph
       end-if.
       if profile-found > 0
           display "operator " target-operator
               " is already enrolled; nothing changed"
           exit paragraph
       end-if.
       if profile-count >= max-profiles
           display "profile table is full (" max-profiles
               "); nothing changed"
           exit paragraph
       end-if.
       perform 970-accept-role.
       if role-rank = 0
           exit paragraph
       end-if.
       add 1 to profile-count.
       move target-operator to pf-id(profile-count).
       move target-role to pf-role(profile-count).
       move "ACTIVE" to pf-status(profile-count).
       move spaces to pf-last-date(profile-count).
       move spaces to pf-last-time(profile-count).
       perform 065-save-profiles.
       display "operator " target-operator " enrolled as "
           function trim(target-role).
       move "PROFILE " to journal-field.
       move target-operator to journal-field(9:8).
       move "(NONE)" to journal-old.
       string function trim(target-role) " ACTIVE"
           delimited by size into journal-new.
       perform 900-journal-change.

       957-refuse-maintenance.
       display "REFUSED: OPERPROF.DAT could not be read (status "
           operprof-status "); profiles not changed".
       move "DENIED PROFILES" to journal-field.
       perform 062-journal-unreadable.

       958-refuse-full-table.
       display "ERROR: OPERPROF.DAT holds more than " max-profiles
           " profiles; profiles not changed".
       move "DENIED PROFILES" to journal-field.
       string "OVER " max-profiles " PROFILES"
           delimited by size into journal-old.
       move "REFUSED" to journal-new.
       move 1508 to event-msg-no.
       perform 910-journal-denial.

       960-set-profile-status.
       if profile-found = 0
           display "operator " target-operator
               " is not enrolled; nothing changed"
           exit paragraph
       end-if.
       if target-operator = operator-id
           display "REJECTED: an administrator may not change "
               "their own status"
           exit paragraph
       end-if.
       move pf-status(profile-found) to journal-old.
       if sub-choice = "S"
           move "SUSPENDED" to journal-new
       else
           move "ACTIVE" to journal-new
       end-if.
       if pf-status(profile-found) = journal-new
           display "operator " target-operator " is already "
               function trim(journal-new) "; nothing changed"
           move spaces to journal-old
           move spaces to journal-new
           exit paragraph
       end-if.
       move journal-new to pf-status(profile-found).
       perform 065-save-profiles.
       display "operator " target-operator " is now "
           function trim(journal-new).
       move "PROFILE " to journal-field.
       move target-operator to journal-field(9:8).
       perform 900-journal-change.

       965-change-profile-role.
       if profile-found = 0
           display "operator " target-operator
               " is not enrolled; nothing changed"
           exit paragraph
       end-if.
       if target-operator = operator-id
           display "REJECTED: an administrator may not change "
               "their own role"
           exit paragraph
       end-if.
       display "current role: " function trim(pf-role(profile-found)).
       perform 970-accept-role.
       if role-rank = 0
           exit paragraph
       end-if.
       if target-role = pf-role(profile-found)
           display "role unchanged"
           exit paragraph
       end-if.
       move pf-role(profile-found) to journal-old.
       move target-role to pf-role(profile-found).
       perform 065-save-profiles.
       display "operator " target-operator " role "
           function trim(journal-old) " -> " function trim(target-role).
       move "PROFILE " to journal-field.
       move target-operator to journal-field(9:8).
       move target-role to journal-new.
       perform 900-journal-change.

       970-accept-role.
       display "role (VIEWER, OPERATOR, SUPERVISOR or ADMIN): "
           with no advancing.
       accept operator-reply.
       move function upper-case(operator-reply) to operator-reply.
       move operator-reply(1:10) to target-role.
       move spaces to operator-reply.
       move target-role to role-name.
       perform 070-rank-role.
       if role-rank = 0
           display "role must be VIEWER, OPERATOR, SUPERVISOR or "
               "ADMIN; nothing changed"
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
       move "AdventOfCodeOperCtl" to ev-program.
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
