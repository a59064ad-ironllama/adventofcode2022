           >>source format free
identification division.
program-id. headroom.
author. alexoh@wcoding.
*> Table headroom report over capacity.led, the high-water ledger the
*> day programs post through lib-capacity every run. For each
*> program and table: the limit, the latest high-water mark and its
*> percent utilization, the trend across the last N postings (oldest
*> first) and whether it is climbing, with a warning once a table
*> reaches the threshold -- so the limit raise is asked for before
*> the feed outgrows the table instead of after lib-dump fires.
*> Control card (he.ctl):
*>   RUNS=n     postings per table in the trend, 1 to 10 (default 5)
*>   WARN=p     warning threshold in percent (default 80)
*> Return code 4 when any table is at or over the threshold.

environment division.
  input-output section.
    file-control.
      select capfile assign to "capacity.led"
        organization is line sequential
        file status is capfilestat.

data division.
  file section.
    fd capfile.
    01 capfileline pic x(58).

  working-storage section.
    01 capfilestat pic xx.
    77 file_eof pic x.

    *> One row per program/table; the latest postings kept oldest
    *> first, the oldest shifted out once the trend depth is reached.
    01 table_stats.
      02 ts_cnt pic s9(4) comp value 0.
      02 ts_row occurs 0 to 200 times depending on ts_cnt
          indexed by ts_idx.
        03 ts_prog pic x(3).
        03 ts_table pic x(16).
        03 ts_limit pic 9(8).
        03 ts_hist_cnt pic s9(4) comp.
        03 ts_hist occurs 10 times.
          04 ts_used pic 9(8).
          04 ts_pct pic 9(3).
    77 ts_found pic x.
    77 hist_idx pic s9(4) comp.
    77 last_idx pic s9(4) comp.

    77 trend_depth pic s9(4) comp value 5.
    77 warn_pct pic 9(3) value 80.
    77 warn_cnt pic s9(4) comp value 0.
    77 trend_text pic x(50).
    77 trend_ptr pic s9(4) comp.
    77 direction pic x(5).
    77 flag_text pic x(9).
    77 disp-used pic z(7)9.
    77 disp-limit pic z(7)9.
    77 disp-pct pic zz9.
    77 disp-num pic z(3)9.
    77 report-line pic x(999).

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "RUNS" to parm_keyword
  move "5" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to trend_depth
  end-if
  if trend_depth < 1 or trend_depth > 10
    display "headroom: RUNS must be 1 to 10 -- using 5."
    move 5 to trend_depth
  end-if

  move "WARN" to parm_keyword
  move "80" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to warn_pct
  end-if

  perform load_ledger

  call 'lib-writereport' using function module-id "O" report-line
  move trend_depth to disp-num
  move warn_pct to disp-pct
  move spaces to report-line
  string "TABLE CAPACITY HEADROOM -- TREND OVER LAST "
    function trim(disp-num) " POSTING(S), WARNING AT "
    function trim(disp-pct) "%"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move "PRG TABLE               LIMIT HIGH-WATER  PCT  TREND % (OLDEST FIRST)"
      to report-line
  move "DIRECTION" to report-line(99:9)
  call 'lib-writereport' using function module-id "H" report-line
  perform varying ts_idx from 1 by 1 until ts_idx > ts_cnt
    perform report_one_table
  end-perform
  if ts_cnt = 0
    move "NO CAPACITY POSTINGS ON FILE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move warn_cnt to disp-num
  move spaces to report-line
  string "TABLES AT OR OVER THE WARNING THRESHOLD: "
    function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line

  display "headroom: " ts_cnt " table(s), " warn_cnt
      " at or over " warn_pct "%."
  if warn_cnt > 0
    move 4 to return-code
  end-if
  goback.

load_ledger.
  move "N" to file_eof
  open input capfile
  if capfilestat not = "00"
    display "headroom: no capacity.led on file yet."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read capfile at end move "Y" to file_eof
      not at end
        if capfileline(1:8) is numeric and capfileline(38:8) is numeric
          perform tally_posting
        end-if
    end-read
  end-perform
  close capfile
  .

tally_posting.
  move "N" to ts_found
  perform varying ts_idx from 1 by 1
      until ts_idx > ts_cnt or ts_found = "Y"
    if ts_prog(ts_idx) = capfileline(17:3)
        and ts_table(ts_idx) = capfileline(21:16)
      move "Y" to ts_found
    end-if
  end-perform
  if ts_found = "Y"
    subtract 1 from ts_idx
  else
    if ts_cnt >= 200
      exit paragraph
    end-if
    add 1 to ts_cnt
    move ts_cnt to ts_idx
    move capfileline(17:3) to ts_prog(ts_idx)
    move capfileline(21:16) to ts_table(ts_idx)
    move 0 to ts_hist_cnt(ts_idx)
  end-if
  *> A limit raise shows up as the new limit from its first posting.
  move capfileline(47:8) to ts_limit(ts_idx)
  if ts_hist_cnt(ts_idx) >= trend_depth
    perform varying hist_idx from 1 by 1
        until hist_idx >= ts_hist_cnt(ts_idx)
      move ts_hist(ts_idx hist_idx + 1) to ts_hist(ts_idx hist_idx)
    end-perform
  else
    add 1 to ts_hist_cnt(ts_idx)
  end-if
  move ts_hist_cnt(ts_idx) to hist_idx
  move capfileline(38:8) to ts_used(ts_idx hist_idx)
  move capfileline(56:3) to ts_pct(ts_idx hist_idx)
  .

report_one_table.
  move ts_hist_cnt(ts_idx) to last_idx
  move spaces to trend_text
  move 1 to trend_ptr
  perform varying hist_idx from 1 by 1 until hist_idx > last_idx
    move ts_pct(ts_idx hist_idx) to disp-pct
    string disp-pct " " delimited by size into trend_text
        with pointer trend_ptr
    end-string
  end-perform
  evaluate true
    when last_idx < 2
      move "NEW" to direction
    when ts_pct(ts_idx last_idx) > ts_pct(ts_idx 1)
      move "UP" to direction
    when ts_pct(ts_idx last_idx) < ts_pct(ts_idx 1)
      move "DOWN" to direction
    when other
      move "FLAT" to direction
  end-evaluate
  move spaces to flag_text
  if ts_pct(ts_idx last_idx) >= warn_pct
    add 1 to warn_cnt
    move "*WARNING*" to flag_text
  end-if
  move ts_limit(ts_idx) to disp-limit
  move ts_used(ts_idx last_idx) to disp-used
  move ts_pct(ts_idx last_idx) to disp-pct
  move spaces to report-line
  string ts_prog(ts_idx) " " ts_table(ts_idx) " " disp-limit "   "
    disp-used " " disp-pct "%  " trend_text " " direction " "
    flag_text
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if flag_text not = spaces
    display "headroom: " function trim(report-line)
  end-if
  .
