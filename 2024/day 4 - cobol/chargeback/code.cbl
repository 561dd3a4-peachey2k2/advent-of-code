       identification division.
       program-id. AdventOfCodeChargeback.

       environment division.
       input-output section.
       file-control
           select chgctl-file assign to "CHGCTL.DAT"
           organization is line sequential
           file status is chgctl-status.
           select rates-file assign to "RATES.DAT"
           organization is line sequential
           file status is rates-status.
           select submitter-file assign to "SUBMITTR.DAT"
           organization is line sequential
           file status is submitter-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
           select gridmstr-file assign to "../driver/GRIDMSTR.DAT"
           organization is line sequential
           file status is gridmstr-status.
           select runlog-file assign to "../driver/RUNLOG.DAT"
           organization is line sequential
           file status is runlog-status.
           select billed-file assign to "CHGBILLED.DAT"
           organization is line sequential
           file status is billed-status.
           select report-file assign to "CHGBACK.RPT"
           organization is line sequential
           file status is report-status.
           select feed-file assign to "BILLFEED.DAT"
           organization is line sequential
           file status is feed-status.
           select eventlog-file assign to "../eventlog/EVENTLOG.DAT"
           organization is line sequential
           file status is eventlog-status.
           select msgcat-file assign to "../eventlog/MSGCAT.DAT"
           organization is line sequential
           file status is msgcat-status.

       data division.
       file section.
       fd chgctl-file.
       01 chgctl-record    pic x(20).

       fd rates-file.
       01 rates-record     pic x(40).

       fd submitter-file.
       01 submitter-record.
           05 sf-prefix          pic x(20).
           05 sf-sep1            pic x(1).
           05 sf-code            pic x(8).
           05 sf-sep2            pic x(1).
           05 sf-name            pic x(30).

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

       fd runlog-file.
       01 runlog-record.
           05 rl-date           pic x(10).
           05 rl-sep1           pic x(1).
           05 rl-start-time     pic x(6).
           05 rl-sep2           pic x(1).
           05 rl-end-time       pic x(6).
           05 rl-sep3           pic x(1).
           05 rl-p1-rc          pic x(4).
           05 rl-sep4           pic x(1).
           05 rl-p1-accum       pic x(8).
           05 rl-sep5           pic x(1).
           05 rl-p2-rc          pic x(4).
           05 rl-sep6           pic x(1).
           05 rl-p2-accum       pic x(8).
           05 rl-sep7           pic x(1).
           05 rl-cells          pic x(10).

       fd billed-file.
       01 billed-record.
           05 bf-grid            pic x(8).
           05 bf-sep1            pic x(1).
           05 bf-period          pic x(7).
           05 bf-sep2            pic x(1).
           05 bf-base-runs       pic 9(8).
           05 bf-sep3            pic x(1).
           05 bf-thru-runs       pic 9(8).

       fd report-file.
       01 report-record    pic x(100).

       fd feed-file.
       01 feed-record.
           05 fd-type            pic x(1).
           05 fd-sep1            pic x(1).
           05 fd-period          pic x(7).
           05 fd-sep2            pic x(1).
           05 fd-body            pic x(70).
       01 feed-detail.
           05 fdd-type           pic x(1).
           05 fdd-sep1           pic x(1).
           05 fdd-period         pic x(7).
           05 fdd-sep2           pic x(1).
           05 fdd-submitter      pic x(8).
           05 fdd-sep3           pic x(1).
           05 fdd-item           pic x(8).
           05 fdd-sep4           pic x(1).
           05 fdd-quantity       pic 9(12).
           05 fdd-sep5           pic x(1).
           05 fdd-rate           pic 9(5)v9(4).
           05 fdd-sep6           pic x(1).
           05 fdd-amount         pic 9(11)v99.
       01 feed-trailer.
           05 fdt-type           pic x(1).
           05 fdt-sep1           pic x(1).
           05 fdt-period         pic x(7).
           05 fdt-sep2           pic x(1).
           05 fdt-count          pic 9(8).
           05 fdt-sep3           pic x(1).
           05 fdt-amount         pic 9(13)v99.

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
       01 chgctl-status    pic x(2) value spaces.
       01 rates-status     pic x(2) value spaces.
       01 submitter-status pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
       01 gridmstr-status  pic x(2) value spaces.
       01 runlog-status    pic x(2) value spaces.
       01 billed-status    pic x(2) value spaces.
       01 report-status    pic x(2) value spaces.
       01 feed-status      pic x(2) value spaces.
       01 eof-flag         pic x value 'n'.
       01 run-date         pic x(10) value spaces.
       01 run-time         pic x(6) value spaces.
       01 bill-period      pic x(7) value spaces.
       01 period-year      pic 9(4) value zeros.
       01 period-month     pic 9(2) value zeros.
       01 cfg-keyword      pic x(10) value spaces.
       01 cfg-value        pic x(20) value spaces.

       01 rate-cell        pic 9(5)v9(4) value zeros.
       01 rate-rescan      pic 9(5)v9(4) value zeros.
       01 rate-reject      pic 9(5)v9(4) value zeros.
       01 rate-repair      pic 9(5)v9(4) value zeros.
       01 rate-duplicate   pic 9(5)v9(4) value zeros.
       01 rate-second      pic 9(5)v9(4) value zeros.

       01 max-submitters   pic 9(4) value 100.
       01 sub-count        pic 9(4) value zeros.
       01 sub-table.
           05 sub-entry occurs 100 times.
               10 sb-prefix     pic x(20).
               10 sb-prefix-len pic 9(4).
               10 sb-code       pic x(8).
               10 sb-name       pic x(30).
               10 sb-cells      pic 9(12).
               10 sb-scans      pic 9(8).
               10 sb-rescans    pic 9(8).
               10 sb-rejects    pic 9(8).
               10 sb-repairs    pic 9(8).
               10 sb-dups       pic 9(8).
               10 sb-seconds    pic 9(8).
               10 sb-total      pic 9(11)v99.
       01 sub-idx          pic 9(4) value zeros.
       01 sub-found        pic 9(4) value zeros.
       01 match-len        pic 9(4) value zeros.
       01 lookup-file      pic x(40) value spaces.

       01 max-grids        pic 9(4) value 5000.
       01 grid-count       pic 9(4) value zeros.
       01 grid-table.
           05 grid-entry occurs 5000 times.
               10 cg-id         pic x(8).
               10 cg-size       pic 9(8).
               10 cg-status     pic x(12).
               10 cg-sub        pic 9(4).
       01 grid-idx         pic 9(4) value zeros.
       01 grid-found       pic 9(4) value zeros.
       01 grid-overflow    pic x value 'n'.

       01 max-billed       pic 9(4) value 5000.
       01 billed-count     pic 9(4) value zeros.
       01 billed-table.
           05 billed-entry occurs 5000 times.
               10 bt-grid       pic x(8).
               10 bt-period     pic x(7).
               10 bt-base       pic 9(8).
               10 bt-thru       pic 9(8).
       01 billed-idx       pic 9(4) value zeros.
       01 billed-found     pic 9(4) value zeros.
       01 billed-overflow  pic x value 'n'.

       01 new-scans        pic 9(8) value zeros.
       01 prior-runs       pic 9(8) value zeros.
       01 first-scan       pic 9(8) value zeros.
       01 total-cells      pic 9(12) value zeros.
       01 total-seconds    pic 9(8) value zeros.
       01 start-seconds    pic 9(8) value zeros.
       01 end-seconds      pic 9(8) value zeros.
       01 elapsed-seconds  pic 9(8) value zeros.
       01 late-count       pic 9(8) value zeros.

       01 item-code        pic x(8) value spaces.
       01 item-label       pic x(20) value spaces.
       01 item-quantity    pic 9(12) value zeros.
       01 item-rate        pic 9(5)v9(4) value zeros.
       01 item-amount      pic 9(11)v99 value zeros.
       01 invoice-count    pic 9(4) value zeros.
       01 feed-count       pic 9(8) value zeros.
       01 grand-total      pic 9(13)v99 value zeros.

       01 item-line.
           05 itm-label          pic x(20).
           05 itm-gap1           pic x(1) value space.
           05 itm-quantity       pic z(11)9.
           05 itm-gap2           pic x(2) value spaces.
           05 itm-rate           pic z(4)9.9(4).
           05 itm-gap3           pic x(2) value spaces.
           05 itm-amount         pic z(10)9.99.
       01 amount-line.
           05 amt-label          pic x(47).
           05 amt-value          pic z(12)9.99.
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
       perform 050-set-period.
       perform 100-load-rates.
       perform 150-load-submitters.
       perform 200-load-register.
       perform 300-load-billed.
       perform 400-apply-master.
       perform 500-allocate-machine-time.
       perform 600-write-invoices.
       perform 800-save-billed.

       display "chargeback " bill-period ": " invoice-count
           " invoices, total " grand-total.
       if late-count > 0
           display "WARNING: " late-count " grids already billed "
               "in a later period; not charged again"
           string late-count " GRIDS"
               delimited by size into event-detail
           move 0401 to event-msg-no
           perform 990-log-event
           move 4 to return-code
       end-if.
       stop run.

       050-set-period.
       open input chgctl-file.
       if chgctl-status = "00"
           read chgctl-file
           if chgctl-status = "00" and chgctl-record not = spaces
               move chgctl-record(1:7) to bill-period
           end-if
           close chgctl-file
       end-if.
       if bill-period = spaces
           move function current-date(1:4) to period-year
           move function current-date(5:2) to period-month
           if period-month = 1
               subtract 1 from period-year
               move 12 to period-month
           else
               subtract 1 from period-month
           end-if
           string period-year "-" period-month
               delimited by size into bill-period
       end-if.
       display "billing period " bill-period.

       100-load-rates.
       open input rates-file.
       if rates-status not = "00"
           display "ERROR: RATES.DAT not found; cannot price usage"
           move 0402 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform until eof-flag = 'y'
           read rates-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 110-apply-rate-line
           end-read
       end-perform.
       close rates-file.
       move 'n' to eof-flag.

       110-apply-rate-line.
       if rates-record = spaces or rates-record(1:1) = "*"
           exit paragraph
       end-if.
       move spaces to cfg-keyword.
       move spaces to cfg-value.
       unstring rates-record delimited by all spaces
           into cfg-keyword cfg-value.
       move function upper-case(cfg-keyword) to cfg-keyword.
       if function test-numval(cfg-value) not = 0
           display "WARNING: RATES.DAT value ignored for "
               function trim(cfg-keyword) ": "
               function trim(cfg-value)
           move cfg-keyword to event-detail
           move 0403 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       evaluate cfg-keyword
           when "CELL"
               compute rate-cell = function numval(cfg-value)
           when "RESCAN"
               compute rate-rescan = function numval(cfg-value)
           when "REJECT"
               compute rate-reject = function numval(cfg-value)
           when "REPAIR"
               compute rate-repair = function numval(cfg-value)
           when "DUPLICATE"
               compute rate-duplicate = function numval(cfg-value)
           when "SECOND"
               compute rate-second = function numval(cfg-value)
           when other
               display "WARNING: unknown RATES.DAT item "
                   function trim(cfg-keyword)
               move cfg-keyword to event-detail
               move 0404 to event-msg-no
               perform 990-log-event
       end-evaluate.

       150-load-submitters.
       move 1 to sub-count.
       move spaces to sb-prefix(1).
       move zeros to sb-prefix-len(1).
       move "UNKNOWN" to sb-code(1).
       move "UNASSIGNED SUBMITTER" to sb-name(1).
       open input submitter-file.
       if submitter-status not = "00"
           display "WARNING: SUBMITTR.DAT not found; all usage "
               "billed to UNKNOWN"
           move 0405 to event-msg-no
           perform 990-log-event
       else
           perform until eof-flag = 'y'
               read submitter-file
                   at end
                       move 'y' to eof-flag
                   not at end
                       if sf-prefix not = spaces and
                           sf-prefix(1:1) not = "*"
                           perform 160-add-submitter
                       end-if
               end-read
           end-perform
           close submitter-file
       end-if.
       move 'n' to eof-flag.
       perform varying sub-idx from 1 by 1
               until sub-idx > sub-count
           move zeros to sb-cells(sub-idx)
           move zeros to sb-scans(sub-idx)
           move zeros to sb-rescans(sub-idx)
           move zeros to sb-rejects(sub-idx)
           move zeros to sb-repairs(sub-idx)
           move zeros to sb-dups(sub-idx)
           move zeros to sb-seconds(sub-idx)
           move zeros to sb-total(sub-idx)
       end-perform.

       160-add-submitter.
       if sub-count >= max-submitters
           display "WARNING: SUBMITTR.DAT holds more than "
               max-submitters " entries; remainder ignored"
           move 0406 to event-msg-no
           perform 990-log-event
           move 'y' to eof-flag
           exit paragraph
       end-if.
       add 1 to sub-count.
       move sf-prefix to sb-prefix(sub-count).
       compute sb-prefix-len(sub-count) =
           function length(function trim(sf-prefix)).
       move sf-code to sb-code(sub-count).
       move sf-name to sb-name(sub-count).

       170-find-submitter.
       move 1 to sub-found.
       move zeros to match-len.
       perform varying sub-idx from 2 by 1
               until sub-idx > sub-count
           if sb-prefix-len(sub-idx) > match-len
               if lookup-file(1:sb-prefix-len(sub-idx)) =
                   sb-prefix(sub-idx)(1:sb-prefix-len(sub-idx))
                   move sub-idx to sub-found
                   move sb-prefix-len(sub-idx) to match-len
               end-if
           end-if
       end-perform.

       200-load-register.
       open input register-file.
       if register-status not = "00"
           display "ERROR: ../intake/INTAKE.DAT not found"
           move 0407 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       perform until eof-flag = 'y'
           read register-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 210-note-registration
           end-read
       end-perform.
       close register-file.
       move 'n' to eof-flag.
       if grid-overflow = 'y'
           display "WARNING: more than " max-grids " registered "
               "grids; scan charges incomplete"
           move 0408 to event-msg-no
           perform 990-log-event
       end-if.

       210-note-registration.
       move reg-file to lookup-file.
       perform 170-find-submitter.
       if reg-status = "ACCEPTED" or reg-status = "DUPLICATE"
           if grid-count < max-grids
               add 1 to grid-count
               move reg-id to cg-id(grid-count)
               move reg-size to cg-size(grid-count)
               move reg-status to cg-status(grid-count)
               move sub-found to cg-sub(grid-count)
           else
               move 'y' to grid-overflow
           end-if
       end-if.
       if reg-date(1:7) not = bill-period
           exit paragraph
       end-if.
       evaluate true
           when reg-status = "ACCEPTED"
               continue
           when reg-status = "DUPLICATE"
               add 1 to sb-dups(sub-found)
           when reg-status(1:2) = "R-"
               add 1 to sb-repairs(sub-found)
           when other
               add 1 to sb-rejects(sub-found)
       end-evaluate.

       300-load-billed.
       open input billed-file.
       if billed-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read billed-file
               at end
                   move 'y' to eof-flag
               not at end
                   if billed-count < max-billed
                       add 1 to billed-count
                       move bf-grid to bt-grid(billed-count)
                       move bf-period to bt-period(billed-count)
                       move bf-base-runs to bt-base(billed-count)
                       move bf-thru-runs to bt-thru(billed-count)
                   else
                       move 'y' to billed-overflow
                   end-if
           end-read
       end-perform.
       close billed-file.
       move 'n' to eof-flag.
       if billed-overflow = 'y'
           display "ERROR: CHGBILLED.DAT holds more than "
               max-billed " grids; billing stopped"
           move 0409 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.

       400-apply-master.
       open input gridmstr-file.
       if gridmstr-status not = "00"
           display "WARNING: ../driver/GRIDMSTR.DAT not found; "
               "no scan charges"
           move 0410 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read gridmstr-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 410-bill-one-grid
           end-read
       end-perform.
       close gridmstr-file.
       move 'n' to eof-flag.

       410-bill-one-grid.
       move zeros to grid-found.
       perform varying grid-idx from 1 by 1
               until grid-idx > grid-count
           if cg-id(grid-idx) = gm-id
               move grid-idx to grid-found
           end-if
       end-perform.
       if grid-found = 0
           exit paragraph
       end-if.
       move zeros to billed-found.
       perform varying billed-idx from 1 by 1
               until billed-idx > billed-count
           if bt-grid(billed-idx) = gm-id
               move billed-idx to billed-found
           end-if
       end-perform.
       if billed-found = 0
           if billed-count >= max-billed
               display "WARNING: no room to record billing for "
                   gm-id
               move gm-id to event-grid
               move 0411 to event-msg-no
               perform 990-log-event
               exit paragraph
           end-if
           add 1 to billed-count
           move billed-count to billed-found
           move gm-id to bt-grid(billed-found)
           move bill-period to bt-period(billed-found)
           move zeros to bt-base(billed-found)
           move zeros to bt-thru(billed-found)
       end-if.
       if bt-period(billed-found) > bill-period
           add 1 to late-count
           exit paragraph
       end-if.
       if bt-period(billed-found) < bill-period
           move bt-thru(billed-found) to bt-base(billed-found)
           move bill-period to bt-period(billed-found)
       end-if.
       move bt-base(billed-found) to prior-runs.
       move gm-run-count to bt-thru(billed-found).
       if gm-run-count <= prior-runs
           exit paragraph
       end-if.
       compute new-scans = gm-run-count - prior-runs.
       move cg-sub(grid-found) to sub-found.
       if cg-status(grid-found) = "DUPLICATE"
           exit paragraph
       end-if.
       move zeros to first-scan.
       if prior-runs = 0
           move 1 to first-scan
       end-if.
       add new-scans to sb-scans(sub-found).
       compute sb-rescans(sub-found) =
           sb-rescans(sub-found) + new-scans - first-scan.
       compute sb-cells(sub-found) = sb-cells(sub-found) +
           new-scans * cg-size(grid-found).
       compute total-cells = total-cells +
           new-scans * cg-size(grid-found).

       500-allocate-machine-time.
       open input runlog-file.
       if runlog-status not = "00"
           display "WARNING: ../driver/RUNLOG.DAT not found; "
               "no machine time allocated"
           move 0412 to event-msg-no
           perform 990-log-event
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read runlog-file
               at end
                   move 'y' to eof-flag
               not at end
                   if rl-date(1:7) = bill-period
                       perform 510-add-elapsed
                   end-if
           end-read
       end-perform.
       close runlog-file.
       move 'n' to eof-flag.
       if total-cells = 0
           exit paragraph
       end-if.
       perform varying sub-idx from 1 by 1
               until sub-idx > sub-count
           compute sb-seconds(sub-idx) rounded =
               total-seconds * sb-cells(sub-idx) / total-cells
       end-perform.

       510-add-elapsed.
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
       add elapsed-seconds to total-seconds.

       600-write-invoices.
       open output report-file.
       open output feed-file.
       move spaces to feed-record.
       move "H" to fd-type.
       move "-" to fd-sep1.
       move bill-period to fd-period.
       move "-" to fd-sep2.
       string run-date "-" run-time "-ADVENTOFCODE CHARGEBACK"
           delimited by size into fd-body.
       write feed-record.
       add 1 to feed-count.
       perform varying sub-idx from 1 by 1
               until sub-idx > sub-count
           if sb-scans(sub-idx) > 0 or sb-rejects(sub-idx) > 0 or
               sb-repairs(sub-idx) > 0 or sb-dups(sub-idx) > 0
               perform 610-write-one-invoice
           end-if
       end-perform.
       move spaces to report-record.
       write report-record.
       move spaces to amount-line.
       move "GRAND TOTAL ALL SUBMITTERS" to amt-label.
       move grand-total to amt-value.
       move spaces to report-record.
       move amount-line to report-record.
       write report-record.
       close report-file.
       add 1 to feed-count.
       move spaces to feed-trailer.
       move "T" to fdt-type.
       move "-" to fdt-sep1.
       move bill-period to fdt-period.
       move "-" to fdt-sep2.
       move feed-count to fdt-count.
       move "-" to fdt-sep3.
       move grand-total to fdt-amount.
       write feed-trailer.
       close feed-file.
       display "invoices filed as CHGBACK.RPT; finance feed "
           "BILLFEED.DAT holds " feed-count " records".

       610-write-one-invoice.
       add 1 to invoice-count.
       move spaces to report-record.
       string "CHARGEBACK INVOICE  PERIOD " bill-period
           "  PRINTED " run-date
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       string "SUBMITTER " sb-code(sub-idx) " "
           function trim(sb-name(sub-idx))
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       write report-record.
       move spaces to item-line.
       move "ITEM" to itm-label.
       move spaces to report-record.
       move item-line to report-record.
       move "QUANTITY" to report-record(26:8).
       move "RATE" to report-record(42:4).
       move "AMOUNT" to report-record(58:6).
       write report-record.
       move "CELL" to item-code.
       move "CELLS SCANNED" to item-label.
       move sb-cells(sub-idx) to item-quantity.
       move rate-cell to item-rate.
       perform 620-write-item.
       move "RESCAN" to item-code.
       move "RESCANS" to item-label.
       move sb-rescans(sub-idx) to item-quantity.
       move rate-rescan to item-rate.
       perform 620-write-item.
       move "REJECT" to item-code.
       move "REJECTED DROPS" to item-label.
       move sb-rejects(sub-idx) to item-quantity.
       move rate-reject to item-rate.
       perform 620-write-item.
       move "REPAIR" to item-code.
       move "REPAIR CYCLES" to item-label.
       move sb-repairs(sub-idx) to item-quantity.
       move rate-repair to item-rate.
       perform 620-write-item.
       move "DUPDROP" to item-code.
       move "DUPLICATE DROPS" to item-label.
       move sb-dups(sub-idx) to item-quantity.
       move rate-duplicate to item-rate.
       perform 620-write-item.
       move "SECOND" to item-code.
       move "MACHINE SECONDS" to item-label.
       move sb-seconds(sub-idx) to item-quantity.
       move rate-second to item-rate.
       perform 620-write-item.
       move spaces to amount-line.
       move "TOTAL DUE" to amt-label.
       move sb-total(sub-idx) to amt-value.
       move spaces to report-record.
       move amount-line to report-record.
       write report-record.
       move spaces to report-record.
       write report-record.
       add sb-total(sub-idx) to grand-total.

       620-write-item.
       compute item-amount rounded = item-quantity * item-rate.
       add item-amount to sb-total(sub-idx).
       move item-label to itm-label.
       move item-quantity to itm-quantity.
       move item-rate to itm-rate.
       move item-amount to itm-amount.
       move spaces to report-record.
       move item-line to report-record.
       write report-record.
       if item-quantity = 0
           exit paragraph
       end-if.
       move "D" to fdd-type.
       move "-" to fdd-sep1.
       move bill-period to fdd-period.
       move "-" to fdd-sep2.
       move sb-code(sub-idx) to fdd-submitter.
       move "-" to fdd-sep3.
       move item-code to fdd-item.
       move "-" to fdd-sep4.
       move item-quantity to fdd-quantity.
       move "-" to fdd-sep5.
       move item-rate to fdd-rate.
       move "-" to fdd-sep6.
       move item-amount to fdd-amount.
       write feed-detail.
       add 1 to feed-count.

       800-save-billed.
       open output billed-file.
       perform varying billed-idx from 1 by 1
               until billed-idx > billed-count
           move bt-grid(billed-idx) to bf-grid
           move "-" to bf-sep1
           move bt-period(billed-idx) to bf-period
           move "-" to bf-sep2
           move bt-base(billed-idx) to bf-base-runs
           move "-" to bf-sep3
           move bt-thru(billed-idx) to bf-thru-runs
           write billed-record
       end-perform.
       close billed-file.

       990-log-event.
       move spaces to eventlog-record.
       string
           function current-date(1:4) "-"
           function current-date(5:2) "-"
           function current-date(7:2)
           delimited by size into ev-date
       end-string.
       move function current-date(9:6) to ev-time.
       move "AdventOfCodeChargeback" to ev-program.
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
