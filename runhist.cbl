*> since the last run whose status was not COMPLETED.
*> Optional control card (runhist.ctl line 1): a single day label
*> ("19b") to also list that day's full run-by-run detail.
*>   CAMP=ccc  one camp's trends only; CAMP=ALL every camp, each
*>             day's trends per camp, followed by the camps side by
*>             side (latest answer and elapsed per day). The default
*>             is the camp in force (BATCHCAMP), else ALL.
*> Periods closed by histclose are folded back in from run.summary,
*> so the trends still cover the archived runs after the nightly
*> ledger trim.
*> With the keyed copy run.idx (lib-keyidx) on file the ledger is
*> read from it in run order.

environment division.
  input-output section.
      select hfile assign to "run.history"
        organization is line sequential
        file status is hfilestat.
      select hxfile assign to "run.idx"
        organization is indexed
        access mode is dynamic
        record key is hx_key
        alternate record key is hx_date with duplicates
        file status is hxfilestat.
      select sumfile assign to "run.summary"
        organization is line sequential
        file status is sumfilestat.
    fd hfile.
    01 hfileline pic x(71).

    *> Same keyed layout lib-keyidx keeps.
    fd hxfile.
    01 hx_rec.
      02 hx_key.
        03 hx_run pic x(6).
        03 hx_day pic x(3).
        03 hx_camp pic x(3).
        03 hx_date pic x(8).
        03 hx_time pic x(6).
      02 hx_line pic x(71).

    fd sumfile.
    01 sumfileline pic x(80).

  working-storage section.
    01 hfilestat pic xx.
    01 hxfilestat pic xx.
    77 hist_eof pic x.

    *> Period summary layout histclose appends.
      02 su_last_answer pic x(18).
      02 filler pic x.
      02 su_last_run pic 9(6).
      02 filler pic x.
      02 su_camp pic x(3).

    *> Same fixed layout driver writes.
    01 hist_line.
      02 hist_elapsed pic 9(7).
      02 filler pic x.
      02 hist_status pic x(13).
      02 filler pic x.
      02 hist_camp pic x(3).

    *> One aggregate row per distinct day label and camp in the
    *> ledger.
    01 trend_table.
      02 trend_cnt pic s9(4) comp value 0.
      02 trend_row occurs 0 to 999 times depending on trend_cnt
          indexed by trend_idx.
        03 trend_day pic x(3).
        03 trend_camp pic x(3).
        03 trend_runs pic s9(8) comp.
        03 trend_first_run pic 9(6).
        03 trend_last_run pic 9(6).
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 detail_day pic x(3) value spaces.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> Camp selection, and the camps and days seen for the side by
    *> side table.
    77 want_camp pic x(3).
    77 env_camp pic x(3).
    77 look_camp pic x(3).
    01 camp_list.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_code pic x(3) occurs 0 to 20 times
          depending on camp_cnt indexed by camp_idx.
    01 day_list.
      02 day_cnt pic s9(4) comp value 0.
      02 day_label pic x(3) occurs 0 to 99 times
          depending on day_cnt indexed by day_idx.
    77 list_found pic x.
    77 col_ptr pic s9(4) comp.

    77 report-line pic x(999).
    77 disp-num pic z(6)9.
procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt > 0
      and function length(function trim(ctl_line_row(1))) <= 3
    move function trim(ctl_line_row(1)) to detail_day
  end-if
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move "ALL" to parm_default
  if env_camp not = spaces
    move env_camp to parm_default
  end-if
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to want_camp

  perform fold_summaries
  perform scan_ledger

  call 'lib-writereport' using function module-id "O" report-line
  move "RUN HISTORY TRENDS" to report-line
  if want_camp not = "ALL"
    string "RUN HISTORY TRENDS -- CAMP " want_camp
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move record_cnt to disp-num
  move spaces to report-line
  perform varying trend_idx from 1 by 1 until trend_idx > trend_cnt
    perform report_one_day
  end-perform
  if want_camp = "ALL" and camp_cnt > 1
    perform report_camps_side_by_side
  end-if

  if detail_day not = spaces
    perform report_day_detail
      not at end
        move sumfileline to summary_line
        if su_runs is numeric
            and (want_camp = "ALL" or su_camp = want_camp)
          add 1 to summary_cnt
          perform fold_one_summary
        end-if
  perform varying trend_idx from 1 by 1
      until trend_idx > trend_cnt or trend_found = "Y"
    if trend_day(trend_idx) = su_day
        and trend_camp(trend_idx) = su_camp
      move "Y" to trend_found
    end-if
  end-perform
    add 1 to trend_cnt
    move trend_cnt to trend_idx
    move su_day to trend_day(trend_idx)
    move su_camp to trend_camp(trend_idx)
    move su_camp to look_camp
    perform note_camp
    move su_runs to trend_runs(trend_idx)
    move 0 to trend_first_run(trend_idx)
    move su_last_run to trend_last_run(trend_idx)

scan_ledger.
  move "N" to hist_eof
  open input hxfile
  if hxfilestat = "00"
    perform until hist_eof = "Y"
      read hxfile next record at end move "Y" to hist_eof
        not at end
          move hx_line to hist_line
          if want_camp = "ALL" or hist_camp = want_camp
            add 1 to record_cnt
            perform tally_record
          end-if
      end-read
    end-perform
    close hxfile
    exit paragraph
  end-if
  open input hfile
  if hfilestat not = "00"
    display "runhist: no run.history on file, status " hfilestat
        not at end
          move hfileline to hist_line
          if hist_run is numeric
              and (want_camp = "ALL" or hist_camp = want_camp)
            add 1 to record_cnt
            perform tally_record
          end-if
  perform varying trend_idx from 1 by 1
      until trend_idx > trend_cnt or trend_found = "Y"
    if trend_day(trend_idx) = hist_day
        and trend_camp(trend_idx) = hist_camp
      move "Y" to trend_found
    end-if
  end-perform
    add 1 to trend_cnt
    move trend_cnt to trend_idx
    move hist_day to trend_day(trend_idx)
    move hist_camp to trend_camp(trend_idx)
    move hist_camp to look_camp
    perform note_camp
    move 0 to trend_runs(trend_idx)
    move hist_run to trend_first_run(trend_idx)
    move hist_elapsed to trend_first_elapsed(trend_idx)
  move trend_runs(trend_idx) to disp-num
  move trend_first_run(trend_idx) to disp-num2
  move trend_last_run(trend_idx) to disp-num3
  if trend_camp(trend_idx) = spaces
    string "DAY " trend_day(trend_idx)
      "  RUNS " function trim(disp-num)
      "  (RUN " function trim(disp-num2)
      " - " function trim(disp-num3) ")"
      delimited by size into report-line
    end-string
  else
    string "DAY " trend_day(trend_idx)
      "  CAMP " trend_camp(trend_idx)
      "  RUNS " function trim(disp-num)
      "  (RUN " function trim(disp-num2)
      " - " function trim(disp-num3) ")"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  move spaces to report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "N" to hist_eof
  open input hxfile
  if hxfilestat = "00"
    perform until hist_eof = "Y"
      read hxfile next record at end move "Y" to hist_eof
        not at end
          move hx_line to hist_line
          if hist_day = detail_day
              and (want_camp = "ALL" or hist_camp = want_camp)
            move hx_line to report-line
            call 'lib-writereport' using function module-id "W"
                report-line
          end-if
      end-read
    end-perform
    close hxfile
    exit paragraph
  end-if
  open input hfile
  if hfilestat = "00"
    perform until hist_eof = "Y"
        not at end
          move hfileline to hist_line
          if hist_run is numeric and hist_day = detail_day
              and (want_camp = "ALL" or hist_camp = want_camp)
            move hfileline to report-line
            call 'lib-writereport' using function module-id "W"
                report-line
    close hfile
  end-if
  .

*> Camps met in the trend rows, in the order first seen.
note_camp.
  move "N" to list_found
  perform varying camp_idx from 1 by 1
      until camp_idx > camp_cnt or list_found = "Y"
    if camp_code(camp_idx) = look_camp
      move "Y" to list_found
    end-if
  end-perform
  if list_found = "N" and camp_cnt < 20
    add 1 to camp_cnt
    move look_camp to camp_code(camp_cnt)
  end-if
  .

*> One row per day, one column per camp: the latest answer and the
*> latest elapsed seconds that camp's trend row holds.
report_camps_side_by_side.
  move "CAMPS SIDE BY SIDE -- LATEST ANSWER AND ELAPSED SECS"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move "DAY" to report-line
  move 6 to col_ptr
  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    if camp_code(camp_idx) = spaces
      move "(NONE)" to report-line(col_ptr:6)
    else
      move camp_code(camp_idx) to report-line(col_ptr:3)
    end-if
    add 28 to col_ptr
  end-perform
  call 'lib-writereport' using function module-id "H" report-line

  move 0 to day_cnt
  perform varying trend_idx from 1 by 1 until trend_idx > trend_cnt
    move "N" to list_found
    perform varying day_idx from 1 by 1
        until day_idx > day_cnt or list_found = "Y"
      if day_label(day_idx) = trend_day(trend_idx)
        move "Y" to list_found
      end-if
    end-perform
    if list_found = "N" and day_cnt < 99
      add 1 to day_cnt
      move trend_day(trend_idx) to day_label(day_cnt)
    end-if
  end-perform

  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    move spaces to report-line
    move day_label(day_idx) to report-line(1:3)
    move 6 to col_ptr
    perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
      move "-" to report-line(col_ptr:1)
      perform varying trend_idx from 1 by 1 until trend_idx > trend_cnt
        if trend_day(trend_idx) = day_label(day_idx)
            and trend_camp(trend_idx) = camp_code(camp_idx)
          move trend_last_answer(trend_idx) to report-line(col_ptr:18)
          move trend_last_elapsed(trend_idx) to disp-num
          move disp-num to report-line(col_ptr + 19:7)
        end-if
      end-perform
      add 28 to col_ptr
    end-perform
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  .
