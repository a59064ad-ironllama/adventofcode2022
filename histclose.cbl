*> ledger. This cuts the ledger at a run-number boundary:
*>   - records at or below the cut move to a dated archive file
*>     (hist<YYYYMMDD>.arc), layout unchanged,
*>   - one period summary record per day and camp (runs, min/max/last
*>     elapsed, last answer, last run, camp) is appended to
*>     run.summary, which runhist folds into its trend rows so the
*>     trends survive the close,
*>   - the live ledger is rewritten holding only the open runs,
*>     and the archived records leave the keyed copy run.idx.
*> Control card (hi.ctl):
*>   CUTRUN=nnnnnn  close everything at or below this run number;
*>                  default is one below the newest run on file, so
environment division.
  input-output section.
    file-control.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.
      select arcfile assign to arc_filename
    01 arcfileline pic x(71).

    fd sumfile.
    01 sumfileline pic x(80).

  working-storage section.
    01 hfilestat pic xx.
    01 hfile_name pic x(40) value "run.history".
    01 arcfilestat pic xx.
    01 sumfilestat pic xx.
    01 arc_filename pic x(16).
      02 hist_elapsed pic 9(7).
      02 filler pic x.
      02 hist_status pic x(13).
      02 filler pic x.
      02 hist_camp pic x(3).

    *> Period summary record runhist folds into its trend rows.
    01 summary_line.
      02 su_last_answer pic x(18).
      02 filler pic x value space.
      02 su_last_run pic 9(6).
      02 filler pic x value space.
      02 su_camp pic x(3).

    *> One summary row per distinct day label and camp below the cut.
    01 close_table.
      02 close_cnt pic s9(4) comp value 0.
      02 close_row occurs 0 to 999 times depending on close_cnt
          indexed by close_idx.
        03 close_day pic x(3).
        03 close_camp pic x(3).
        03 close_runs pic s9(8) comp.
        03 close_min_elapsed pic 9(7).
        03 close_max_elapsed pic 9(7).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

procedure division.
  perform recover_masters
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "CUTRUN" to parm_keyword
  move spaces to parm_default
        move hfileline to hist_line
        if hist_run is numeric and hist_run <= cut_run
          write arcfileline from hfileline
          call 'lib-keyidx' using "DEL " "HISTORY " hfileline
          add 1 to archived_cnt
          perform tally_closed_record
        else
  perform varying close_idx from 1 by 1
      until close_idx > close_cnt or close_found = "Y"
    if close_day(close_idx) = hist_day
        and close_camp(close_idx) = hist_camp
      move "Y" to close_found
    end-if
  end-perform
    add 1 to close_cnt
    move close_cnt to close_idx
    move hist_day to close_day(close_idx)
    move hist_camp to close_camp(close_idx)
    move 0 to close_runs(close_idx)
    move hist_elapsed to close_min_elapsed(close_idx)
    move hist_elapsed to close_max_elapsed(close_idx)
  .

rewrite_ledger.
  move "run.history" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to hfile_name
  open output hfile
  if hfilestat not = "00"
    display "histclose: ERROR rewriting run.history status " hfilestat
    move swap_master to hfile_name
    move 12 to return-code
    goback
  end-if
    write hfileline from kept_row(kept_idx)
  end-perform
  close hfile
  move swap_master to hfile_name
  move kept_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    move 12 to return-code
    goback
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "run.history" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

append_summaries.
    move close_last_elapsed(close_idx) to su_last_elapsed
    move close_last_answer(close_idx) to su_last_answer
    move close_last_run(close_idx) to su_last_run
    move close_camp(close_idx) to su_camp
    write sumfileline from summary_line
  end-perform
  close sumfile
