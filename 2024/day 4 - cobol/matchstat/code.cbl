       identification division.
       program-id. AdventOfCodeMatchStat.

       environment division.
       input-output section.
       file-control
           select statcfg-file assign to "MATCHSTAT.DAT"
           organization is line sequential
           file status is statcfg-status.
           select master-idx-file assign to
               "../matchhist/MSTMATCH.IDX"
           organization is indexed
           access is sequential
           record key is mst-key
           file status is master-idx-status.
           select register-file assign to "../intake/INTAKE.DAT"
           organization is line sequential
           file status is register-status.
           select report-file assign to "MATCHSTAT.RPT"
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
       fd statcfg-file.
       01 statcfg-record   pic x(40).

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

       fd report-file.
       01 report-record    pic x(120).

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
       01 statcfg-status   pic x(2) value spaces.
       01 master-idx-status pic x(2) value spaces.
       01 register-status  pic x(2) value spaces.
       01 report-status    pic x(2) value spaces.
       01 eof-flag         pic x value 'n'.
       01 run-date         pic x(10) value spaces.
       01 run-time         pic x(6) value spaces.
       01 max-rc           pic 9(4) value zeros.
       01 cfg-keyword      pic x(10) value spaces.
       01 cfg-value        pic x(20) value spaces.

       01 tile-count       pic 9(2) value 4.
       01 top-count        pic 9(4) value 5.
       01 overlap-list     pic 9(4) value 20.
       01 min-matches      pic 9(8) value 10.

       01 dir-table.
           05 dir-entry occurs 8 times.
               10 dir-label     pic x(2).
               10 dir-row-delta pic s9(1).
               10 dir-col-delta pic s9(1).
       01 dir-idx          pic 9(4) value zeros.
       01 dir-found        pic 9(4) value zeros.
       01 lookup-dir       pic x(2) value spaces.

       01 max-dims         pic 9(4) value 5000.
       01 dims-count       pic 9(4) value zeros.
       01 dims-table.
           05 dims-entry occurs 5000 times.
               10 dm-id         pic x(8).
               10 dm-rows       pic 9(8).
               10 dm-width      pic 9(8).
       01 dims-idx         pic 9(4) value zeros.
       01 dims-found       pic 9(4) value zeros.
       01 dims-overflow    pic x value 'n'.

       01 max-block        pic 9(8) value 20000.
       01 block-count      pic 9(8) value zeros.
       01 block-overflow   pic x value 'n'.
       01 block-table.
           05 block-entry occurs 20000 times.
               10 bk-row        pic 9(8).
               10 bk-col        pic 9(8).
               10 bk-dir        pic 9(1).
               10 bk-len        pic 9(2).
               10 bk-word       pic x(20).
               10 bk-shared     pic 9(2).
       01 block-idx        pic 9(8) value zeros.
       01 step-idx         pic 9(4) value zeros.
       01 cell-row         pic s9(8) value zeros.
       01 cell-col         pic s9(8) value zeros.

       01 max-cells        pic 9(4) value 250.
       01 cell-table.
           05 cell-line occurs 250 times.
               10 cell-use      pic 9(4) occurs 250 times.
       01 cell-clipped     pic x value 'n'.

       01 cur-source       pic x(20) value spaces.
       01 cur-date         pic x(10) value spaces.
       01 cur-time         pic x(6) value spaces.
       01 grid-rows        pic 9(8) value zeros.
       01 grid-cols        pic 9(8) value zeros.
       01 dims-estimated   pic x value 'n'.
       01 grid-total       pic 9(8) value zeros.
       01 grid-dir-table.
           05 grid-dir      pic 9(8) occurs 8 times.
       01 overlap-matches  pic 9(8) value zeros.
       01 shared-cells     pic 9(8) value zeros.
       01 listed-count     pic 9(8) value zeros.

       01 tile-rows        pic 9(8) value zeros.
       01 tile-cols        pic 9(8) value zeros.
       01 tile-row-no      pic 9(4) value zeros.
       01 tile-col-no      pic 9(4) value zeros.
       01 tile-table.
           05 tile-line occurs 10 times.
               10 tile-hits     pic 9(8) occurs 10 times.
       01 all-tile-table.
           05 all-tile-line occurs 10 times.
               10 all-tile-hits pic 9(10) occurs 10 times.

       01 all-grids        pic 9(8) value zeros.
       01 all-total        pic 9(10) value zeros.
       01 all-dir-table.
           05 all-dir       pic 9(10) occurs 8 times.
       01 all-overlaps     pic 9(10) value zeros.
       01 all-shared       pic 9(10) value zeros.
       01 pop-share-table.
           05 pop-share     pic 9(3)v9(2) occurs 8 times.

       01 max-grids        pic 9(4) value 1000.
       01 grid-count       pic 9(4) value zeros.
       01 grid-overflow    pic x value 'n'.
       01 grid-table.
           05 grid-entry occurs 1 to 1000 times
                   depending on grid-count.
               10 gs-diverge    pic 9(3)v9.
               10 gs-id         pic x(20).
               10 gs-total      pic 9(8).
               10 gs-dir        pic 9(8) occurs 8 times.
               10 gs-dominant   pic 9(1).
       01 grid-idx         pic 9(4) value zeros.
       01 ranked-count     pic 9(4) value zeros.
       01 work-share       pic s9(3)v9(2) value zeros.
       01 work-diverge     pic 9(3)v9(2) value zeros.

       01 count-edit       pic z(7)9.
       01 pct-edit         pic zz9.9.
       01 pct-value        pic 9(3)v9 value zeros.
       01 dir-line.
           05 dl-label           pic x(14).
           05 dl-cell            pic x(10) occurs 8 times.
       01 tile-print.
           05 tp-label           pic x(14).
           05 tp-cell            pic x(9) occurs 10 times.
       01 rank-line.
           05 rk-gap             pic x(2) value spaces.
           05 rk-rank            pic zzz9.
           05 rk-gap2            pic x(2) value spaces.
           05 rk-grid            pic x(20).
           05 rk-matches         pic z(7)9.
           05 rk-gap3            pic x(4) value spaces.
           05 rk-diverge         pic zz9.9.
           05 rk-gap4            pic x(6) value spaces.
           05 rk-dom             pic x(2).
           05 rk-gap5            pic x(3) value spaces.
           05 rk-dom-pct         pic zz9.9.
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
       perform 050-init-directions.
       perform 100-load-config.
       perform 150-load-dimensions.
       open input master-idx-file.
       if master-idx-status not = "00"
           display "ERROR: ../matchhist/MSTMATCH.IDX not found; "
               "run the match-history step first"
           move 2201 to event-msg-no
           perform 990-log-event
           move 16 to return-code
           stop run
       end-if.
       initialize cell-table.
       initialize all-tile-table.
       initialize all-dir-table.
       open output report-file.
       move spaces to report-record.
       string "MATCH PATTERN ANALYSIS " run-date " " run-time
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       string "TILES " tile-count " X " tile-count
           "  TOP " top-count "  MINIMUM MATCHES TO RANK "
           min-matches "  OVERLAPS LISTED PER GRID " overlap-list
           delimited by size into report-record.
       write report-record.
       move spaces to report-record.
       string "EACH GRID IS MEASURED ON ITS LATEST RUN IN THE "
           "MATCH MASTER"
           delimited by size into report-record.
       write report-record.
       perform until eof-flag = 'y'
           read master-idx-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 200-take-match
           end-read
       end-perform.
       close master-idx-file.
       if cur-source not = spaces
           perform 300-finish-grid
       end-if.
       perform 600-report-overall.
       perform 700-rank-divergence.
       close report-file.

       display "MATCHSTAT.RPT written: " all-grids " grids, "
           all-total " matches".
       move max-rc to return-code.
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

       060-find-direction.
       move zeros to dir-found.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           if lookup-dir = dir-label(dir-idx)
               move dir-idx to dir-found
           end-if
       end-perform.

       100-load-config.
       open input statcfg-file.
       if statcfg-status not = "00"
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read statcfg-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 110-apply-config-line
           end-read
       end-perform.
       close statcfg-file.
       move 'n' to eof-flag.

       110-apply-config-line.
       if statcfg-record = spaces or statcfg-record(1:1) = "*"
           exit paragraph
       end-if.
       move spaces to cfg-keyword.
       move spaces to cfg-value.
       unstring statcfg-record delimited by all spaces
           into cfg-keyword cfg-value.
       move function upper-case(cfg-keyword) to cfg-keyword.
       if cfg-keyword not = "TILES" and cfg-keyword not = "TOPN"
          and cfg-keyword not = "OVLIST"
          and cfg-keyword not = "MINMATCH"
           display "WARNING: unknown MATCHSTAT.DAT keyword "
               function trim(cfg-keyword)
           move cfg-keyword to event-detail
           move 2203 to event-msg-no
           perform 990-log-event
           move 4 to max-rc
           exit paragraph
       end-if.
       if function test-numval(cfg-value) not = 0
           perform 120-reject-config-value
           exit paragraph
       end-if.
       evaluate cfg-keyword
           when "TILES"
               if function numval(cfg-value) < 1 or
                  function numval(cfg-value) > 10
                   perform 120-reject-config-value
               else
                   compute tile-count = function numval(cfg-value)
               end-if
           when "TOPN"
               if function numval(cfg-value) < 1 or
                  function numval(cfg-value) > 1000
                   perform 120-reject-config-value
               else
                   compute top-count = function numval(cfg-value)
               end-if
           when "OVLIST"
               if function numval(cfg-value) < 0 or
                  function numval(cfg-value) > 9999
                   perform 120-reject-config-value
               else
                   compute overlap-list = function numval(cfg-value)
               end-if
           when "MINMATCH"
               if function numval(cfg-value) < 0 or
                  function numval(cfg-value) > 99999999
                   perform 120-reject-config-value
               else
                   compute min-matches = function numval(cfg-value)
               end-if
       end-evaluate.

       120-reject-config-value.
       display "WARNING: MATCHSTAT.DAT " function trim(cfg-keyword)
           " value ignored: " function trim(cfg-value).
       string function trim(cfg-keyword) " " cfg-value
           delimited by size into event-detail.
       move 2202 to event-msg-no.
       perform 990-log-event.
       move 4 to max-rc.

       150-load-dimensions.
       open input register-file.
       if register-status not = "00"
           display "WARNING: ../intake/INTAKE.DAT not found; grid "
               "sizes taken from the matches"
           move 2206 to event-msg-no
           perform 990-log-event
           move 4 to max-rc
           exit paragraph
       end-if.
       perform until eof-flag = 'y'
           read register-file
               at end
                   move 'y' to eof-flag
               not at end
                   perform 160-keep-dimensions
           end-read
       end-perform.
       close register-file.
       move 'n' to eof-flag.

       160-keep-dimensions.
       move zeros to dims-found.
       perform varying dims-idx from 1 by 1
               until dims-idx > dims-count
           if dm-id(dims-idx) = reg-id
               move dims-idx to dims-found
           end-if
       end-perform.
       if dims-found = 0
           if dims-count >= max-dims
               move 'y' to dims-overflow
               exit paragraph
           end-if
           add 1 to dims-count
           move dims-count to dims-found
           move reg-id to dm-id(dims-found)
       end-if.
       move reg-rows to dm-rows(dims-found).
       move reg-width to dm-width(dims-found).

       200-take-match.
       if mk-source not = cur-source
           if cur-source not = spaces
               perform 300-finish-grid
           end-if
           move mk-source to cur-source
           move mk-date to cur-date
           move mk-time to cur-time
           move zeros to block-count
           move 'n' to block-overflow
       end-if.
       if mk-date not = cur-date or mk-time not = cur-time
           move mk-date to cur-date
           move mk-time to cur-time
           move zeros to block-count
           move 'n' to block-overflow
       end-if.
       move mk-dir to lookup-dir.
       perform 060-find-direction.
       if dir-found = 0
           exit paragraph
       end-if.
       if block-count >= max-block
           move 'y' to block-overflow
           exit paragraph
       end-if.
       add 1 to block-count.
       compute bk-row(block-count) = function numval(mk-row).
       compute bk-col(block-count) = function numval(mk-col).
       move dir-found to bk-dir(block-count).
       move mk-word to bk-word(block-count).
       compute bk-len(block-count) =
           function length(function trim(mk-word)).
       move zeros to bk-shared(block-count).

       300-finish-grid.
       perform 310-find-dimensions.
       initialize grid-dir-table.
       move block-count to grid-total.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           add 1 to grid-dir(bk-dir(block-idx))
       end-perform.
       perform 320-count-tiles.
       perform 330-find-overlaps.
       perform 350-report-grid.
       add 1 to all-grids.
       add grid-total to all-total.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           add grid-dir(dir-idx) to all-dir(dir-idx)
       end-perform.
       add overlap-matches to all-overlaps.
       add shared-cells to all-shared.
       if block-overflow = 'y'
           display "WARNING: " function trim(cur-source)
               " holds more than " max-block
               " matches; remainder not analysed"
           move cur-source to event-grid
           move 2204 to event-msg-no
           perform 990-log-event
           move 4 to max-rc
       end-if.
       if grid-count >= max-grids
           if grid-overflow = 'n'
               display "WARNING: more than " max-grids
                   " grids; the rest are not ranked"
               move 2205 to event-msg-no
               perform 990-log-event
               move 4 to max-rc
               move 'y' to grid-overflow
           end-if
           exit paragraph
       end-if.
       add 1 to grid-count.
       move zeros to gs-diverge(grid-count).
       move cur-source to gs-id(grid-count).
       move grid-total to gs-total(grid-count).
       move 1 to gs-dominant(grid-count).
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move grid-dir(dir-idx) to gs-dir(grid-count, dir-idx)
           if grid-dir(dir-idx) >
              grid-dir(gs-dominant(grid-count))
               move dir-idx to gs-dominant(grid-count)
           end-if
       end-perform.

       310-find-dimensions.
       move 'n' to dims-estimated.
       move zeros to grid-rows.
       move zeros to grid-cols.
       move zeros to dims-found.
       if cur-source(9:12) = spaces
           perform varying dims-idx from 1 by 1
                   until dims-idx > dims-count
               if dm-id(dims-idx) = cur-source(1:8)
                   move dims-idx to dims-found
               end-if
           end-perform
       end-if.
       if dims-found > 0
           move dm-rows(dims-found) to grid-rows
           move dm-width(dims-found) to grid-cols
       end-if.
       if grid-rows > 0 and grid-cols > 0
           exit paragraph
       end-if.
       move 'y' to dims-estimated.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           compute cell-row = bk-row(block-idx) +
               (bk-len(block-idx) - 1) *
               dir-row-delta(bk-dir(block-idx))
           compute cell-col = bk-col(block-idx) +
               (bk-len(block-idx) - 1) *
               dir-col-delta(bk-dir(block-idx))
           if bk-row(block-idx) > grid-rows
               move bk-row(block-idx) to grid-rows
           end-if
           if cell-row > grid-rows
               move cell-row to grid-rows
           end-if
           if bk-col(block-idx) > grid-cols
               move bk-col(block-idx) to grid-cols
           end-if
           if cell-col > grid-cols
               move cell-col to grid-cols
           end-if
       end-perform.
       if grid-rows = 0
           move 1 to grid-rows
       end-if.
       if grid-cols = 0
           move 1 to grid-cols
       end-if.

       320-count-tiles.
       initialize tile-table.
       compute tile-rows = (grid-rows + tile-count - 1) / tile-count.
       compute tile-cols = (grid-cols + tile-count - 1) / tile-count.
       if tile-rows = 0
           move 1 to tile-rows
       end-if.
       if tile-cols = 0
           move 1 to tile-cols
       end-if.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           compute tile-row-no = (bk-row(block-idx) - 1) / tile-rows
               + 1
           compute tile-col-no = (bk-col(block-idx) - 1) / tile-cols
               + 1
           if tile-row-no > tile-count
               move tile-count to tile-row-no
           end-if
           if tile-col-no > tile-count
               move tile-count to tile-col-no
           end-if
           add 1 to tile-hits(tile-row-no, tile-col-no)
           add 1 to all-tile-hits(tile-row-no, tile-col-no)
       end-perform.

       330-find-overlaps.
       move zeros to overlap-matches.
       move zeros to shared-cells.
       move 'n' to cell-clipped.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           perform varying step-idx from 0 by 1
                   until step-idx >= bk-len(block-idx)
               perform 335-locate-cell
               if cell-row > 0
                   add 1 to cell-use(cell-row, cell-col)
               end-if
           end-perform
       end-perform.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           perform varying step-idx from 0 by 1
                   until step-idx >= bk-len(block-idx)
               perform 335-locate-cell
               if cell-row > 0
                   if cell-use(cell-row, cell-col) > 1
                       add 1 to bk-shared(block-idx)
                   end-if
               end-if
           end-perform
           if bk-shared(block-idx) > 0
               add 1 to overlap-matches
           end-if
       end-perform.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
           perform varying step-idx from 0 by 1
                   until step-idx >= bk-len(block-idx)
               perform 335-locate-cell
               if cell-row > 0
                   if cell-use(cell-row, cell-col) > 1
                       add 1 to shared-cells
                   end-if
                   move zeros to cell-use(cell-row, cell-col)
               end-if
           end-perform
       end-perform.

       335-locate-cell.
       compute cell-row = bk-row(block-idx) +
           step-idx * dir-row-delta(bk-dir(block-idx)).
       compute cell-col = bk-col(block-idx) +
           step-idx * dir-col-delta(bk-dir(block-idx)).
       if (cell-row < 1 or cell-row > max-cells)
          or (cell-col < 1 or cell-col > max-cells)
           move 'y' to cell-clipped
           move zeros to cell-row
       end-if.

       350-report-grid.
       move spaces to report-record.
       write report-record.
       move grid-total to count-edit.
       move spaces to report-record.
       string "GRID " function trim(cur-source) " RUN " cur-date
           " " cur-time " ROWS " grid-rows " COLS " grid-cols
           " MATCHES " function trim(count-edit)
           delimited by size into report-record.
       write report-record.
       if dims-estimated = 'y'
           move "  SIZE NOT ON INTAKE REGISTER; TAKEN FROM THE MATCHES"
               to report-record
           write report-record
       end-if.
       if block-overflow = 'y'
           move spaces to report-record
           string "  ONLY THE FIRST " max-block
               " MATCHES OF THIS RUN ARE ANALYSED"
               delimited by size into report-record
           write report-record
       end-if.
       perform 360-report-grid-directions.
       perform 370-report-grid-tiles.
       perform 380-report-grid-overlaps.

       360-report-grid-directions.
       move spaces to dir-line.
       move "  DIRECTION" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move dir-label(dir-idx) to dl-cell(dir-idx)(9:2)
       end-perform.
       move dir-line to report-record.
       write report-record.
       move spaces to dir-line.
       move "  MATCHES" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move grid-dir(dir-idx) to count-edit
           move count-edit to dl-cell(dir-idx)(3:8)
       end-perform.
       move dir-line to report-record.
       write report-record.
       move spaces to dir-line.
       move "  PERCENT" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move zeros to pct-value
           if grid-total > 0
               compute pct-value rounded =
                   grid-dir(dir-idx) * 100 / grid-total
           end-if
           move pct-value to pct-edit
           move pct-edit to dl-cell(dir-idx)(6:5)
       end-perform.
       move dir-line to report-record.
       write report-record.

       370-report-grid-tiles.
       move spaces to report-record.
       string "  MATCHES BY TILE, BY STARTING CELL (TILE "
           tile-rows " ROWS X " tile-cols " COLS)"
           delimited by size into report-record.
       write report-record.
       perform varying tile-row-no from 1 by 1
               until tile-row-no > tile-count
           move spaces to tile-print
           move tile-row-no to count-edit
           string "    BAND " count-edit(7:2)
               delimited by size into tp-label
           perform varying tile-col-no from 1 by 1
                   until tile-col-no > tile-count
               move tile-hits(tile-row-no, tile-col-no) to count-edit
               move count-edit to tp-cell(tile-col-no)(2:8)
           end-perform
           move tile-print to report-record
           write report-record
       end-perform.

       380-report-grid-overlaps.
       move spaces to report-record.
       string "  OVERLAPPING MATCHES " overlap-matches
           "  SHARED CELLS " shared-cells
           delimited by size into report-record.
       write report-record.
       if cell-clipped = 'y'
           move spaces to report-record
           string "  CELLS BEYOND ROW/COL " max-cells
               " ARE NOT CHECKED FOR OVERLAP"
               delimited by size into report-record
           write report-record
       end-if.
       move zeros to listed-count.
       perform varying block-idx from 1 by 1
               until block-idx > block-count
               or listed-count >= overlap-list
           if bk-shared(block-idx) > 0
               add 1 to listed-count
               move spaces to report-record
               string "    ROW " bk-row(block-idx)
                   " COL " bk-col(block-idx)
                   " DIR " dir-label(bk-dir(block-idx))
                   " " bk-word(block-idx)
                   " SHARES " bk-shared(block-idx) " CELLS"
                   delimited by size into report-record
               write report-record
           end-if
       end-perform.
       if overlap-matches > listed-count
           move spaces to report-record
           compute listed-count = overlap-matches - listed-count
           string "    " listed-count " MORE NOT LISTED"
               delimited by size into report-record
           write report-record
       end-if.

       600-report-overall.
       move spaces to report-record.
       write report-record.
       move all-total to count-edit.
       move spaces to report-record.
       string "ALL GRIDS " all-grids " MATCHES "
           function trim(count-edit)
           delimited by size into report-record.
       write report-record.
       move spaces to dir-line.
       move "  DIRECTION" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move dir-label(dir-idx) to dl-cell(dir-idx)(9:2)
       end-perform.
       move dir-line to report-record.
       write report-record.
       move spaces to dir-line.
       move "  MATCHES" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move all-dir(dir-idx) to count-edit
           move count-edit to dl-cell(dir-idx)(3:8)
       end-perform.
       move dir-line to report-record.
       write report-record.
       move spaces to dir-line.
       move "  PERCENT" to dl-label.
       perform varying dir-idx from 1 by 1 until dir-idx > 8
           move zeros to pop-share(dir-idx)
           if all-total > 0
               compute pop-share(dir-idx) =
                   all-dir(dir-idx) * 100 / all-total
           end-if
           compute pct-value rounded = pop-share(dir-idx)
           move pct-value to pct-edit
           move pct-edit to dl-cell(dir-idx)(6:5)
       end-perform.
       move dir-line to report-record.
       write report-record.
       move spaces to report-record.
       string "  PERCENT OF ALL MATCHES BY TILE POSITION"
           delimited by size into report-record.
       write report-record.
       perform varying tile-row-no from 1 by 1
               until tile-row-no > tile-count
           move spaces to tile-print
           move tile-row-no to count-edit
           string "    BAND " count-edit(7:2)
               delimited by size into tp-label
           perform varying tile-col-no from 1 by 1
                   until tile-col-no > tile-count
               move zeros to pct-value
               if all-total > 0
                   compute pct-value rounded =
                       all-tile-hits(tile-row-no, tile-col-no) * 100
                       / all-total
               end-if
               move pct-value to pct-edit
               move pct-edit to tp-cell(tile-col-no)(5:5)
           end-perform
           move tile-print to report-record
           write report-record
       end-perform.
       move spaces to report-record.
       string "  OVERLAPPING MATCHES " all-overlaps
           "  SHARED CELLS " all-shared
           delimited by size into report-record.
       write report-record.

       700-rank-divergence.
       move spaces to report-record.
       write report-record.
       move spaces to report-record.
       string "GRIDS WHOSE DIRECTION MIX DIFFERS MOST FROM ALL GRIDS "
           "(SUM OF PERCENT-POINT GAPS, 0-200)"
           delimited by size into report-record.
       write report-record.
       move zeros to ranked-count.
       if grid-count = 0 or all-total = 0
           move "  NO GRIDS TO RANK" to report-record
           write report-record
           exit paragraph
       end-if.
       perform varying grid-idx from 1 by 1
               until grid-idx > grid-count
           move zeros to work-diverge
           if gs-total(grid-idx) > 0 and
              gs-total(grid-idx) >= min-matches
               perform varying dir-idx from 1 by 1 until dir-idx > 8
                   compute work-share =
                       gs-dir(grid-idx, dir-idx) * 100
                       / gs-total(grid-idx) - pop-share(dir-idx)
                   compute work-diverge = work-diverge +
                       function abs(work-share)
               end-perform
               add 1 to ranked-count
           end-if
           compute gs-diverge(grid-idx) rounded = work-diverge
       end-perform.
       if grid-count > 1
           sort grid-entry descending key gs-diverge
       end-if.
       move spaces to report-record.
       string "  RANK  GRID                 MATCHES"
           "   DIVERGENCE      TOP    PCT"
           delimited by size into report-record.
       write report-record.
       perform varying grid-idx from 1 by 1
               until grid-idx > grid-count or grid-idx > top-count
               or grid-idx > ranked-count
           move grid-idx to rk-rank
           move gs-id(grid-idx) to rk-grid
           move gs-total(grid-idx) to rk-matches
           move gs-diverge(grid-idx) to rk-diverge
           move dir-label(gs-dominant(grid-idx)) to rk-dom
           compute pct-value rounded =
               gs-dir(grid-idx, gs-dominant(grid-idx)) * 100
               / gs-total(grid-idx)
           move pct-value to rk-dom-pct
           move rank-line to report-record
           write report-record
       end-perform.
       if ranked-count < grid-count
           compute grid-idx = grid-count - ranked-count
           move spaces to report-record
           string "  " grid-idx " GRIDS WITH FEWER THAN " min-matches
               " MATCHES NOT RANKED"
               delimited by size into report-record
           write report-record
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
       move "AdventOfCodeMatchStat" to ev-program.
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
