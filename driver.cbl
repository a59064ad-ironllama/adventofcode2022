      *> Permanent run-history ledger: one record appended per
      *> day-program per run, never overwritten, so "when did this
      *> start happening" questions can be answered across runs.
      select hfile assign to hist_filename
        organization is line sequential
        file status is hfilestat.
      *> Read-back of a day's .bas baseline file, to carry the day's
      *> current run, so a rerun after a mid-calendar failure can
      *> skip straight to the first unfinished day -- the same
      *> spirit as 14b's grain checkpointing, at calendar level.
      select sfile assign to step_filename
        organization is line sequential
        file status is sfilestat.
      *> Stream-tagged step results for split execution: each stream
      *> runs its own driver invocation and appends here; mergecal
      *> consolidates the streams into one report.
      select stmfile assign to stm_filename
        organization is line sequential
        file status is stmfilestat.
      *> The run's job log (lib-joblog), read back after each step to
      *> count the error messages the step logged.
      select jlfile assign to jl_filename
        organization is line sequential
        file status is jlfilestat.
      *> Pre-flight go/no-go marker written by the preflight program.
      select gfile assign to "preflight.gng"
        organization is line sequential
      select bfile assign to bas_filename
        organization is line sequential
        file status is bfilestat.
      *> Ad-hoc rerun queue filed through adhocq, the one-shot marker
      *> adhocq leaves to say this invocation is the ad-hoc run, and
      *> the day's own control card staged for a request.
      select qfile assign to "rerun.que"
        organization is line sequential
        file status is qfilestat.
      select gofile assign to "rerun.go"
        organization is line sequential
        file status is gofilestat.
      select dcfile assign to day_ctl_filename
        organization is line sequential
        file status is dcfilestat.
      *> Optional camp master: the expedition camps the calendar
      *> runs for.
      select campfile assign to "camp.mst"
        organization is line sequential
        file status is campfilestat.

data division.
  file section.
    01 hfileline pic x(71).

    fd sfile.
    01 sfileline pic x(14).

    fd stmfile.
    01 stmfileline pic x(60).

    fd jlfile.
    01 jlfileline pic x(145).

    fd gfile.
    01 gfileline pic x(4).

    fd bfile.
    01 bfileline pic x(18).

    fd qfile.
    01 qfileline pic x(211).

    fd gofile.
    01 gofileline pic x(40).

    fd dcfile.
    01 dcfileline pic x(256).

    fd campfile.
    01 campfileline pic x(40).

  working-storage section.
    01 hfilestat pic xx.
    01 bfilestat pic xx.
    01 bas_filename pic x(40).

    *> Batch environment: ENV=TEST on the control card (or BATCHENV
    *> already TEST in the job's environment) makes this a TEST run.
    *> The setting is passed down to every program and library the
    *> run calls, and the run's ledgers, baselines and reports all
    *> live under test/ (lib-runenv) -- a rehearsal can never post
    *> into production history. The run lock and run numbers stay
    *> shared, so a test run number never repeats a production one.
    01 hist_filename pic x(40) value "run.history".
    01 step_filename pic x(40) value "driver.stp".
    01 stm_filename pic x(40) value "driver.stm".
    *> Job log: a step that completed but logged a severity-E message
    *> is recorded LOGGED-ERROR and counts as a failed step.
    01 jl_filename pic x(40) value spaces.
    01 jlfilestat pic xx.
    77 jl_eof pic x.
    77 jl_before pic s9(8) comp value 0.
    77 jl_seen pic s9(8) comp.
    77 jl_err_cnt pic s9(8) comp value 0.
    77 jl_disp_cnt pic 9(4).
    77 jl_values pic x(60).
    77 run_env pic x(4).
    77 env_basename pic x(30).
    77 env_filename pic x(40).
    77 env_name pic x(4).

    *> Fixed layout of one run-history record.
    01 hist_line.
      02 hist_elapsed pic 9(7).
      02 filler pic x value space.
      02 hist_status pic x(13).
      02 filler pic x value space.
      02 hist_camp pic x(3) value spaces.

    77 run_number pic 9(6) value 0.
    77 hist_eof pic x.

    *> For lib-procdate -- the shop processing date (proc.date) every
    *> record of the run is stamped with.
    77 pd_mode pic x.
    77 pd_run pic 9(6).
    77 pd_result pic x(4).
    77 proc_date pic x(8) value spaces.
    77 pd_cutoff pic 9(4) value 1200.
    77 pd_clock_hhmm pic 9(4).
    77 pd_day_num pic s9(8) comp.

    *> For lib-intctl -- sealing the interface files at end of run.
    77 intctl_filename pic x(20).
    77 intctl_mode pic x.
    77 reg_number pic 9(6) value 0.
    77 reg_result pic x(4).

    *> For lib-mstswap -- histclose rewrites run.history as a new copy
    *> and swaps it in; a swap it left half-finished is settled here.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

    *> For lib-srcfpr -- the program source fingerprint register.
    77 srcfpr_mode pic x.
    77 srcfpr_name pic x(20) value spaces.
    77 srcfpr_result pic x(4).

    01 sfilestat pic xx.
    77 step_eof pic x.
    01 step_line.
      02 step_run pic 9(6).
      02 filler pic x.
      02 step_day pic x(3).
      02 filler pic x.
      02 step_camp pic x(3).
    *> Days already marked complete in the run being resumed, each
    *> under the camp it completed for.
    01 done_days.
      02 done_day_cnt pic s9(4) comp value 0.
      02 done_day occurs 0 to 200 times depending on done_day_cnt
          indexed by done_day_idx.
        03 done_day_label pic x(3).
        03 done_day_camp pic x(3).
    77 resume_run pic 9(6) value 0.
    77 skip_this_day pic x.
    *> "RERUN=FULL" on the control card forces a full rerun even
      02 sm_answer pic x(18).
      02 filler pic x value space.
      02 sm_elapsed pic 9(7).
      02 filler pic x value space.
      02 sm_camp pic x(3) value spaces.

    *> Camps (camp.mst, one record per camp: "CCC name", * comments
    *> allowed). The calendar runs once per camp against the camp's
    *> own input set, baselines and reports (lib-campfile), with the
    *> camp published in BATCHCAMP for every program it calls and
    *> carried on every ledger record; CAMP=ccc on the control card
    *> runs that camp only. With no camp.mst on file the batch runs
    *> as the one unnamed camp it always was.
    01 campfilestat pic xx.
    77 camp_eof pic x.
    01 camp_table.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 20 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
        03 camp_name pic x(30).
    77 camp_parm pic x(3) value "ALL".
    77 curr_camp pic x(3) value spaces.
    77 curr_camp_name pic x(30) value spaces.
    77 camp_run_cnt pic s9(4) comp value 0.
    77 bas_camp pic x(3).

    *> For lib-parsectl -- keyword control cards with echo.
    77 parm_keyword pic x(12).
    *> same shared handle while it runs. Collect driver's own lines in
    *> memory instead and write them all in one shot, open-to-close,
    *> only after every day has finished.
    *> Ad-hoc rerun: with rerun.go present this invocation works only
    *> the PENDING requests on rerun.que, each under the day's own
    *> card with the request's keywords staged ahead of the card's
    *> lines (the first match wins), then puts the card back. It draws
    *> a run number of its own and leaves driver.stp alone, so the
    *> nightly run's restart point is never disturbed.
    *> A request filed for a camp runs under that camp (BATCHCAMP, the
    *> history and the step marks) against the camp's own card.
    *> Keywords are checked against keyword.dic again before they are
    *> staged (a request may predate a dictionary change): a day that
    *> reads its card by position, or a keyword or value the day does
    *> not take, fails the request as KEYWORDS and the card is left
    *> alone.
    01 qfilestat pic xx.
    01 gofilestat pic xx.
    01 dcfilestat pic xx.
    77 adhoc_run pic x value "N".
    77 delete_stat pic s9(9) comp value 0.
    77 day_ctl_filename pic x(40).
    77 day_ctl_camp pic x(3).
    01 rq_table.
      02 rq_cnt pic s9(4) comp value 0.
      02 rq_row pic x(211) occurs 0 to 999 times
          depending on rq_cnt indexed by rq_idx.
    01 rq_line.
      02 rq_no pic 9(6).
      02 filler pic x.
      02 rq_status pic x(8).
      02 filler pic x.
      02 rq_day pic x(3).
      02 filler pic x.
      02 rq_key1 pic x(30).
      02 filler pic x.
      02 rq_key2 pic x(30).
      02 filler pic x.
      02 rq_key3 pic x(30).
      02 filler pic x.
      02 rq_reason pic x(30).
      02 filler pic x.
      02 rq_user pic x(10).
      02 filler pic x.
      02 rq_date pic x(8).
      02 filler pic x.
      02 rq_time pic x(6).
      02 filler pic x.
      02 rq_run pic x(6).
      02 filler pic x.
      02 rq_done_date pic x(8).
      02 filler pic x.
      02 rq_done_time pic x(6).
      02 filler pic x.
      02 rq_result pic x(13).
      02 filler pic x.
      02 rq_camp pic x(3).
    01 saved_day_ctl.
      02 sdc_cnt pic s9(4) comp value 0.
      02 sdc_row pic x(256) occurs 0 to 99 times
          depending on sdc_cnt indexed by sdc_idx.
    77 day_ctl_had_file pic x value "N".
    77 rq_day_valid pic x.
    77 rq_key_check pic x(30).
    77 dict_mode pic x value "L".
    77 dict_progid pic x(10).
    77 dict_keyword pic x(12).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).
    77 rq_worked_cnt pic s9(4) comp value 0.
    77 rq_save_idx pic s9(4) comp.

    *> Dry-run forecast: FORECAST=YYYYMMDD on the control card plans
    *> that date's run instead of making it -- calendar rules and
    *> holidays judged for that date, the step ledger's resume
    *> point, the job network's predecessors and the deadline
    *> resequencing all played through on projected elapsed times
    *> from run.history, starting at START=HHMMSS (default now). The
    *> plan goes to the console only: no lock is taken, no run
    *> number drawn, and no ledger, step or stream record written.
    77 forecast_date pic x(8) value spaces.
    77 fc_clock pic s9(8) comp value 0.
    77 fc_secs pic s9(8) comp.
    77 fc_days pic 9.
    77 fc_hh pic 9(2).
    77 fc_mm pic 9(2).
    77 fc_ss pic 9(2).
    77 fc_time_text pic x(11).
    77 fc_est_text pic x(8).
    77 fc_seq pic 9(3) value 0.
    77 fc_out_cnt pic s9(4) comp value 0.
    77 fc_bust_cnt pic s9(4) comp value 0.
    77 fc_reason pic x(40).
    77 fc_verdict pic x(30).
    77 fc_line pic x(132).
    77 fc_resume_skip pic x.

    77 report-line pic x(999).
    01 driver_report.
      02 driver_report_cnt pic s9(8) comp value 0.
      02 driver_report_row pic x(999) occurs 0 to 999 times
          depending on driver_report_cnt indexed by driver_report_idx.

procedure division.

  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  *> The environment comes first: every file below depends on it.
  move "run.history" to env_basename
  call 'lib-runenv' using env_basename env_filename env_name
  move "ENV" to parm_keyword
  move env_name to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:4) to run_env
  if run_env not = "PROD" and run_env not = "TEST"
    display "DRIVER: ENV must be PROD or TEST -- refusing to start."
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    move "RUN REFUSED: UNKNOWN ENVIRONMENT ON CONTROL CARD"
        to driver_report_row(driver_report_cnt)
    perform write_final_report
    move 8 to return-code
    goback
  end-if
  display "BATCHENV" upon environment-name
  display run_env upon environment-value
  move "run.history" to env_basename
  call 'lib-runenv' using env_basename hist_filename env_name
  *> Settle an interrupted histclose before this run appends to the
  *> ledger, or its records would go with the rolled-back copy.
  move "R" to swap_mode
  move hist_filename to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "driver.stp" to env_basename
  call 'lib-runenv' using env_basename step_filename env_name
  move "driver.stm" to env_basename
  call 'lib-runenv' using env_basename stm_filename env_name
  display "DRIVER: environment " run_env

  add 1 to driver_report_cnt
  move spaces to driver_report_row(driver_report_cnt)
  string "DRIVER RUN REPORT -- ENVIRONMENT " run_env delimited by size
      into driver_report_row(driver_report_cnt)
  end-string

    move parm_value(1:6) to split_id
  end-if

  *> A forecast plans the run and stops: nothing below it runs.
  move "FORECAST" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
    if parm_value(1:8) is not numeric
        or parm_value(9:1) not = space
        or function test-date-yyyymmdd
            (function numval(parm_value(1:8))) not = 0
      display "DRIVER: FORECAST must be a date, YYYYMMDD."
      move 8 to return-code
      goback
    end-if
    move parm_value(1:8) to forecast_date
    perform forecast_run
    goback
  end-if

  *> The run lock serializes driver invocations in this working
  *> directory; LOCK=FORCE steals a stale lock a dead run left.
  move "LOCK" to parm_keyword
    goback
  end-if

  *> An ad-hoc rerun works the request queue and nothing else.
  open input gofile
  if gofilestat = "00"
    close gofile
    call "CBL_DELETE_FILE" using "rerun.go"
        returning delete_stat
    move "Y" to adhoc_run
    perform run_adhoc_queue
    goback
  end-if

  *> Run number: a resumable run keeps its number; a fresh run draws
  *> the next one from the central registry, atomically, instead of
  *> the old read-the-ledger-and-add-one.
      close sfile
    end-if
  end-if
  perform publish_run_number
  perform set_processing_date

  *> Stamp every source seen this run on the fingerprint register, so
  *> a code change is on record against the run it arrived in.
  move "S" to srcfpr_mode
  call 'lib-srcfpr' using srcfpr_mode srcfpr_name run_number
      srcfpr_result
  if srcfpr_result = "CHNG"
    display "DRIVER: source changed since the last run -- see"
        " source.fpr."
  end-if
  if srcfpr_result = "FULL"
    display "DRIVER: source.fpr is full -- source changes are not"
        " being tracked until rows are cleared from it."
  end-if

  move "DEADLINE" to parm_keyword
  move spaces to parm_default
    end-if
  end-if

  *> CAMP=ccc runs one camp of camp.mst; ALL (the default) runs
  *> every camp in camp.mst order.
  perform load_camp_master
  move "CAMP" to parm_keyword
  move "ALL" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    move parm_echo to driver_report_row(driver_report_cnt)
  end-if
  move parm_value(1:3) to camp_parm
  if camp_parm not = "ALL"
    move "N" to comp_found
    perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
      if camp_code(camp_idx) = camp_parm
        move "Y" to comp_found
      end-if
    end-perform
    if comp_found = "N"
      display "DRIVER: camp " camp_parm " is not on camp.mst"
          " -- refusing to start."
      add 1 to driver_report_cnt
      move spaces to driver_report_row(driver_report_cnt)
      string "RUN REFUSED: CAMP " camp_parm " NOT ON camp.mst"
        delimited by size into driver_report_row(driver_report_cnt)
      end-string
      perform write_final_report
      perform release_run_lock
      move 8 to return-code
      goback
    end-if
  end-if

  perform varying ctl_line_idx from 1 by 1 until ctl_line_idx > ctl_line_cnt
    if function trim(ctl_line_row(ctl_line_idx)) not = spaces
        and function length(function trim(ctl_line_row(ctl_line_idx))) <= 3

  if ctl_day_cnt > 0
    display "DRIVER: Running selected days from control card."
  else
    display "DRIVER: No control card found, running the full calendar."
    perform load_run_calendar
  end-if
  perform load_job_network

  *> One pass of the calendar per camp; no camp master, one pass as
  *> the unnamed camp.
  if camp_cnt = 0
    perform run_camp_calendar
  else
    perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
      if camp_parm = "ALL" or camp_parm = camp_code(camp_idx)
        move camp_code(camp_idx) to curr_camp
        move camp_name(camp_idx) to curr_camp_name
        perform run_camp_calendar
      end-if
    end-perform
    *> The run's own close-out is not any one camp's.
    move spaces to curr_camp
    display "BATCHCAMP" upon environment-name
    display curr_camp upon environment-value
  end-if

  *> A fully clean calendar closes out this run in the step ledger,
  *> so the next driver start opens a fresh run. A run with failed
  if failed_day_cnt = 0
    move run_number to step_run
    move "END" to step_day
    move spaces to step_camp
    perform append_step_record
  else
    display "DRIVER: run left open for restart -- "

  goback.

*> The ad-hoc run: its own run number and fingerprint stamp, each
*> PENDING request run against its day with the requested keywords,
*> the request marked DONE or FAILED with the run number and result
*> (saved after every request, so a crash loses nothing worked), then
*> the interface files sealed the same as any run.
run_adhoc_queue.
  move "R" to reg_mode
  call 'lib-runreg' using reg_mode lock_owner lock_stream
      reg_number reg_result
  move reg_number to run_number
  display "DRIVER: ad-hoc rerun -- run number " run_number
      " (registry)"
  perform publish_run_number
  perform set_processing_date
  move "S" to srcfpr_mode
  call 'lib-srcfpr' using srcfpr_mode srcfpr_name run_number
      srcfpr_result
  add 1 to driver_report_cnt
  move spaces to driver_report_row(driver_report_cnt)
  string "AD-HOC RERUN FROM rerun.que -- RUN " run_number
    delimited by size into driver_report_row(driver_report_cnt)
  end-string
  perform load_camp_master
  perform load_rerun_queue
  perform varying rq_idx from 1 by 1 until rq_idx > rq_cnt
    move rq_row(rq_idx) to rq_line
    if rq_status = "PENDING"
      perform run_adhoc_request
      move rq_line to rq_row(rq_idx)
      perform save_rerun_queue
    end-if
  end-perform
  *> The close-out is the run's, not the last request's camp.
  move spaces to curr_camp
  move spaces to hist_camp
  move spaces to sm_camp
  display "BATCHCAMP" upon environment-name
  display curr_camp upon environment-value
  add 1 to driver_report_cnt
  move spaces to driver_report_row(driver_report_cnt)
  move rq_worked_cnt to disp_hh
  if failed_day_cnt = 0
    string "REQUESTS WORKED: " disp_hh ", ALL COMPLETED"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  else
    move failed_day_cnt to disp_mm
    string "REQUESTS WORKED: " disp_hh ", FAILED: " disp_mm
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  end-if
  move "answers.int" to intctl_filename
  perform seal_interface_file
  move "alerts.int" to intctl_filename
  perform seal_interface_file
  perform write_final_report
  perform release_run_lock
  .

run_adhoc_request.
  add 1 to rq_worked_cnt
  move rq_day to run_day
  move "N" to rq_day_valid
  perform varying day_idx from 1 by 1 until day_idx > all_day_cnt
    if all_day(day_idx) = run_day
      move "Y" to rq_day_valid
    end-if
  end-perform
  if run_day = "25a"
    move "Y" to rq_day_valid
  end-if
  move function current-date to curr_date_time
  move run_number to rq_run
  *> The request's camp must still be on camp.mst.
  move spaces to curr_camp_name
  if rq_camp not = spaces
    move "N" to rq_day_valid
    perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
      if camp_code(camp_idx) = rq_camp
        move "Y" to rq_day_valid
        move camp_name(camp_idx) to curr_camp_name
      end-if
    end-perform
    if rq_day_valid = "N"
      move "FAILED" to rq_status
      move "UNKNOWN-CAMP" to rq_result
      move curr_date_time(1:8) to rq_done_date
      move curr_date_time(9:6) to rq_done_time
      add 1 to failed_day_cnt
      add 1 to driver_report_cnt
      move spaces to driver_report_row(driver_report_cnt)
      string "REQUEST " rq_no ": CAMP " rq_camp
        " NOT ON camp.mst -- NOT RUN"
        delimited by size into driver_report_row(driver_report_cnt)
      end-string
      exit paragraph
    end-if
  end-if
  if rq_day_valid = "N"
    move "FAILED" to rq_status
    move "UNKNOWN-DAY" to rq_result
    move curr_date_time(1:8) to rq_done_date
    move curr_date_time(9:6) to rq_done_time
    add 1 to failed_day_cnt
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    string "REQUEST " rq_no ": DAY " run_day " UNKNOWN -- NOT RUN"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
    exit paragraph
  end-if
  move "Y" to rq_day_valid
  move rq_key1 to rq_key_check
  perform check_request_keyword
  move rq_key2 to rq_key_check
  perform check_request_keyword
  move rq_key3 to rq_key_check
  perform check_request_keyword
  if rq_day_valid = "N"
    move "FAILED" to rq_status
    move "KEYWORDS" to rq_result
    move curr_date_time(1:8) to rq_done_date
    move curr_date_time(9:6) to rq_done_time
    add 1 to failed_day_cnt
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    string "REQUEST " rq_no ": DAY " run_day " "
      function trim(dict_message) " -- NOT RUN"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
    exit paragraph
  end-if
  display "DRIVER: ad-hoc request " rq_no " -- rerun " run_day
      " for " function trim(rq_user) " ("
      function trim(rq_reason) ")"
  move rq_camp to curr_camp
  move rq_camp to hist_camp
  move rq_camp to sm_camp
  display "BATCHCAMP" upon environment-name
  display curr_camp upon environment-value
  if curr_camp not = spaces
    display "DRIVER: ad-hoc request " rq_no " -- camp " curr_camp
        " (" function trim(curr_camp_name) ")"
  end-if
  perform stage_day_card
  perform run_one_day
  *> Day programs initialize through VALUE clauses only; a fresh copy
  *> for the next request against the same day.
  cancel run_day
  perform restore_day_card
  move function current-date to curr_date_time
  move curr_date_time(1:8) to rq_done_date
  move curr_date_time(9:6) to rq_done_time
  move hist_status to rq_result
  if day_status = "OK"
    move "DONE" to rq_status
  else
    move "FAILED" to rq_status
  end-if
  add 1 to driver_report_cnt
  move spaces to driver_report_row(driver_report_cnt)
  if rq_camp = spaces
    string "REQUEST " rq_no ": " function trim(rq_status) " -- "
      function trim(rq_reason) " (" function trim(rq_user) ")"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  else
    string "REQUEST " rq_no ": " function trim(rq_status)
      " CAMP " rq_camp " -- "
      function trim(rq_reason) " (" function trim(rq_user) ")"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  end-if
  .

load_rerun_queue.
  move 0 to rq_cnt
  move "N" to hist_eof
  open input qfile
  if qfilestat not = "00"
    display "DRIVER: no rerun.que on file -- nothing to rerun."
    exit paragraph
  end-if
  perform until hist_eof = "Y"
    read qfile at end move "Y" to hist_eof
      not at end
        if qfileline(1:6) is numeric and rq_cnt < 999
          add 1 to rq_cnt
          move qfileline to rq_row(rq_cnt)
        end-if
    end-read
  end-perform
  close qfile
  .

save_rerun_queue.
  open output qfile
  if qfilestat not = "00"
    display "DRIVER: ERROR writing rerun.que status " qfilestat
    exit paragraph
  end-if
  perform varying rq_save_idx from 1 by 1 until rq_save_idx > rq_cnt
    write qfileline from rq_row(rq_save_idx)
  end-perform
  close qfile
  .

*> Save the day's card as found, then write the request's keywords
*> ahead of its lines so they win over the card's own settings.
*> Under a camp the staged card is the camp's own; a camp with no
*> card of its own reads the shared one, so that is what is carried
*> into the staged copy (and the copy goes again afterwards).
check_request_keyword.
  if rq_key_check = spaces or rq_day_valid = "N"
    exit paragraph
  end-if
  move "L" to dict_mode
  move run_day to dict_progid
  move rq_key_check to dict_text
  move spaces to dict_keyword dict_default dict_source dict_message
  call 'lib-ctldict' using dict_mode dict_progid dict_keyword
      dict_text dict_default dict_source dict_result dict_message
  evaluate dict_result
    when "OK  "
      continue
    when "NONE"
      move "N" to rq_day_valid
      move "READS ITS CARD BY POSITION" to dict_message
    when "SKIP"
      move "N" to rq_day_valid
      move "KEYWORD NOT KEYWORD=VALUE" to dict_message
    when other
      move "N" to rq_day_valid
  end-evaluate
  if rq_day_valid = "N"
    display "DRIVER: ad-hoc request " rq_no " -- "
        function trim(rq_key_check) ": " function trim(dict_message)
  end-if
  .

stage_day_card.
  move spaces to day_ctl_filename
  string run_day(1:2) ".ctl" delimited by size into day_ctl_filename
  end-string
  call 'lib-campfile' using day_ctl_filename day_ctl_camp
  move 0 to sdc_cnt
  perform read_day_card
  if dcfilestat = "00"
    move "Y" to day_ctl_had_file
  else
    move "N" to day_ctl_had_file
    if day_ctl_camp not = spaces
      move spaces to day_ctl_filename
      string run_day(1:2) ".ctl" delimited by size
        into day_ctl_filename
      end-string
      perform read_day_card
      call 'lib-campfile' using day_ctl_filename day_ctl_camp
    end-if
  end-if
  if rq_key1 = spaces and rq_key2 = spaces and rq_key3 = spaces
    exit paragraph
  end-if
  open output dcfile
  if dcfilestat not = "00"
    display "DRIVER: ERROR staging " function trim(day_ctl_filename)
        " status " dcfilestat
    exit paragraph
  end-if
  if rq_key1 not = spaces
    write dcfileline from rq_key1
  end-if
  if rq_key2 not = spaces
    write dcfileline from rq_key2
  end-if
  if rq_key3 not = spaces
    write dcfileline from rq_key3
  end-if
  perform varying sdc_idx from 1 by 1 until sdc_idx > sdc_cnt
    write dcfileline from sdc_row(sdc_idx)
  end-perform
  close dcfile
  .

read_day_card.
  move "N" to hist_eof
  open input dcfile
  if dcfilestat not = "00"
    exit paragraph
  end-if
  perform until hist_eof = "Y"
    read dcfile at end move "Y" to hist_eof
      not at end
        if sdc_cnt < 99
          add 1 to sdc_cnt
          move dcfileline to sdc_row(sdc_cnt)
        end-if
    end-read
  end-perform
  close dcfile
  .

restore_day_card.
  if rq_key1 = spaces and rq_key2 = spaces and rq_key3 = spaces
    exit paragraph
  end-if
  if day_ctl_had_file = "N"
    call "CBL_DELETE_FILE" using day_ctl_filename
        returning delete_stat
    exit paragraph
  end-if
  open output dcfile
  if dcfilestat = "00"
    perform varying sdc_idx from 1 by 1 until sdc_idx > sdc_cnt
      write dcfileline from sdc_row(sdc_idx)
    end-perform
    close dcfile
  end-if
  .

seal_interface_file.
  move intctl_filename to env_basename
  call 'lib-runenv' using env_basename env_filename env_name
  move env_filename to intctl_filename
  move "S" to intctl_mode
  move run_number to intctl_run
  call 'lib-intctl' using intctl_filename intctl_mode intctl_run
*> optional: without one every day runs nightly, exactly as before.
load_run_calendar.
  move function current-date to curr_date_time
  if forecast_date not = spaces
    move forecast_date to curr_date_time(1:8)
  else
    if proc_date not = spaces
      move proc_date to curr_date_time(1:8)
    end-if
  end-if
  move curr_date_time(1:8) to today_date
  move curr_date_time(7:2) to today_dom
  *> integer-of-date day 1 is 1601-01-01, a Monday.
  end-evaluate
  .

*> One camp's pass: the camp published for every program it calls,
*> the day list built afresh, and the job network reset, so each
*> camp gets its own utilities after its own days and at its END.
run_camp_calendar.
  display "BATCHCAMP" upon environment-name
  display curr_camp upon environment-value
  move curr_camp to hist_camp
  move curr_camp to sm_camp
  add 1 to camp_run_cnt
  if curr_camp not = spaces
    display "DRIVER: ===== CAMP " curr_camp " ("
        function trim(curr_camp_name) ") ====="
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    string "CAMP " curr_camp " -- " function trim(curr_camp_name)
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  end-if
  move 0 to run_list_cnt
  move 0 to comp_cnt
  perform varying jn_idx from 1 by 1 until jn_idx > jn_cnt
    move "N" to jn_done(jn_idx)
  end-perform
  if ctl_day_cnt > 0
    perform varying ctl_line_idx from 1 by 1 until ctl_line_idx > ctl_line_cnt
      if function trim(ctl_line_row(ctl_line_idx)) not = spaces
          and function length(function trim(ctl_line_row(ctl_line_idx))) <= 3
        move function trim(ctl_line_row(ctl_line_idx)) to run_day
        perform add_to_run_list
      end-if
    end-perform
  else
    perform varying day_idx from 1 by 1 until day_idx > all_day_cnt
      move all_day(day_idx) to run_day
      perform run_calendar_day
    end-perform
    move "25a" to run_day
    perform run_calendar_day
  end-if

  perform execute_run_list

  *> The calendar's end is itself a predecessor (END), so the
  *> end-of-batch utilities fire here.
  move "END" to comp_look
  perform mark_complete
  perform run_network_jobs
  .

load_camp_master.
  move 0 to camp_cnt
  move "N" to camp_eof
  open input campfile
  if campfilestat not = "00"
    exit paragraph
  end-if
  perform until camp_eof = "Y"
    read campfile at end move "Y" to camp_eof
      not at end
        if campfileline(1:1) not = "*"
            and campfileline(1:3) not = spaces
            and camp_cnt < 20
          add 1 to camp_cnt
          move campfileline(1:3) to camp_code(camp_cnt)
          move campfileline(5:30) to camp_name(camp_cnt)
        end-if
    end-read
  end-perform
  close campfile
  display "DRIVER: camp master loaded -- " camp_cnt " camp(s)."
  .

add_to_run_list.
  if run_list_cnt < 50
    add 1 to run_list_cnt
*> morning reports show exactly what was given up.
skip_window_day.
  add 1 to skipped_window_cnt
  move run_day to jl_values
  call 'lib-joblog' using function module-id "DRV0002" jl_values
  move function current-date to curr_date_time
  move run_number to hist_run
  move proc_date to hist_date
  move curr_date_time(9:6) to hist_time
  move run_day to hist_day
  move spaces to hist_answer
  if hfilestat = "00"
    write hfileline from hist_line
    close hfile
    call 'lib-keyidx' using "ADD " "HISTORY " hist_line
  end-if
  move run_number to step_run
  move run_day to step_day
  move curr_date_time(11:2) to disp_mm
  move curr_date_time(13:2) to disp_ss
  compute day_start_secs = (disp_hh * 3600) + (disp_mm * 60) + disp_ss
  perform count_joblog_records
  call jn_prog(jn_idx)
  display "===== END UTILITY " jn_code(jn_idx) " ====="
  if camp_cnt > 0
    cancel jn_prog(jn_idx)
  end-if
  evaluate return-code
    when 0
      move "COMPLETED" to jn_status
      move "ABEND" to jn_status
  end-evaluate
  move 0 to return-code
  perform count_logged_errors
  if jn_status = "COMPLETED" and jl_err_cnt > 0
    move "LOGGED-ERROR" to jn_status
  end-if
  if jn_status not = "COMPLETED" and jn_status not = "WARNING"
    move spaces to jl_values
    string jn_code(jn_idx) "|" function trim(jn_prog(jn_idx)) "|"
      jn_status
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "DRV0004" jl_values
  end-if
  move function current-date to curr_date_time
  move curr_date_time(9:2) to disp_hh
  move curr_date_time(11:2) to disp_mm
    add 86400 to day_end_secs
  end-if
  move run_number to hist_run
  move proc_date to hist_date
  move curr_date_time(9:6) to hist_time
  move jn_code(jn_idx) to hist_day
  move spaces to hist_answer
  if hfilestat = "00"
    write hfileline from hist_line
    close hfile
    call 'lib-keyidx' using "ADD " "HISTORY " hist_line
  end-if
  move jn_code(jn_idx) to comp_look
  perform mark_complete
    perform varying done_day_idx from 1 by 1
        until done_day_idx > done_day_cnt
      if done_day_label(done_day_idx) = run_day
          and done_day_camp(done_day_idx) = curr_camp
        move "Y" to skip_this_day
      end-if
    end-perform
  end-if
  if skip_this_day = "Y"
    move run_day to jl_values
    call 'lib-joblog' using function module-id "DRV0001" jl_values
    add 1 to driver_report_cnt
    move spaces to driver_report_row(driver_report_cnt)
    string "DAY " delimited by size
    perform mark_complete
    exit paragraph
  end-if
  *> Archive what the day is about to run from -- input, card,
  *> manifest override, baseline -- so kitload can rebuild the run.
  call 'lib-runkit' using run_number run_day
  display "===== DAY " run_day " ====="
  move 0 to return-code
  move function current-date to curr_date_time
  move curr_date_time(11:2) to disp_mm
  move curr_date_time(13:2) to disp_ss
  compute day_start_secs = (disp_hh * 3600) + (disp_mm * 60) + disp_ss
  perform count_joblog_records
  call run_day
  display "===== END DAY " run_day " ====="
  *> Day programs initialize through VALUE clauses only; the next
  *> camp's pass needs a fresh copy.
  if camp_cnt > 0
    cancel run_day
  end-if
  evaluate return-code
    when 0
      move "OK" to day_status
      add 1 to failed_day_cnt
  end-evaluate
  move 0 to return-code
  perform count_logged_errors
  if day_status = "OK" and jl_err_cnt > 0
    move "LOGGED-ERROR" to day_status
    add 1 to failed_day_cnt
    move jl_err_cnt to jl_disp_cnt
    move spaces to jl_values
    string run_day "|" jl_disp_cnt delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "DRV0005" jl_values
  end-if
  if day_status not = "OK"
    move spaces to jl_values
    string run_day "|" day_status delimited by size into jl_values
    end-string
    call 'lib-joblog' using function module-id "DRV0003" jl_values
  end-if
  perform write_history_record
  *> Freeze what this answer was made from -- input, card, manifest,
  *> baseline -- so lineage can explain the next time it moves.
  call 'lib-lineage' using run_number run_day hist_answer
  if day_status = "OK"
    if adhoc_run = "N"
      move run_number to step_run
      move run_day to step_day
      move curr_camp to step_camp
      perform append_step_record
    end-if
    move run_day to comp_look
    perform mark_complete
  end-if
    add 86400 to day_end_secs
  end-if
  move run_number to hist_run
  move proc_date to hist_date
  move curr_date_time(9:6) to hist_time
  move run_day to hist_day
  perform read_day_answer
  if hfilestat = "00"
    write hfileline from hist_line
    close hfile
    call 'lib-keyidx' using "ADD " "HISTORY " hist_line
  else
    display "DRIVER: ERROR appending run.history status " hfilestat
  end-if
                move step_run to resume_run
                move 0 to done_day_cnt
              end-if
              if done_day_cnt < 200
                add 1 to done_day_cnt
                move step_day to done_day_label(done_day_cnt)
                move step_camp to done_day_camp(done_day_cnt)
              end-if
            end-if
          end-if
      end-read
*> file from lib-checkbaseline; carry it into the ledger record.
read_day_answer.
  move spaces to hist_answer
  move spaces to env_basename
  string run_day delimited by spaces
    ".bas" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename bas_camp
  open input bfile
  if bfilestat = "00"
    read bfile
    close bfile
  end-if
  .

*> The dry run. Each decision is printed as it is made: days the
*> calendar or the resume point leaves out, then the planned steps
*> in the order driver would take them, each with its projected
*> elapsed and finish and the deadline verdict. Return code 4 when
*> the plan gives a day up to the window or a step busts DEADLINE.
forecast_run.
  display "DRIVER: FORECAST FOR " forecast_date " -- ENVIRONMENT "
      run_env " -- NOTHING WILL RUN"

  move "START" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD" and parm_value(1:6) is numeric
    move parm_value(1:2) to disp_hh
    move parm_value(3:2) to disp_mm
    move parm_value(5:2) to disp_ss
  else
    move function current-date to curr_date_time
    move curr_date_time(9:2) to disp_hh
    move curr_date_time(11:2) to disp_mm
    move curr_date_time(13:2) to disp_ss
  end-if
  compute run_start_secs = (disp_hh * 3600) + (disp_mm * 60) + disp_ss
  move run_start_secs to fc_clock
  move run_start_secs to fc_secs
  perform format_forecast_time
  display "FORECAST: PROJECTED START " fc_time_text

  move "DEADLINE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD" and parm_value(1:6) is numeric
    move parm_value(1:2) to disp_hh
    move parm_value(3:2) to disp_mm
    move parm_value(5:2) to disp_ss
    compute deadline_secs =
        (disp_hh * 3600) + (disp_mm * 60) + disp_ss
    if deadline_secs < run_start_secs
      add 86400 to deadline_secs
    end-if
    move deadline_secs to fc_secs
    perform format_forecast_time
    display "FORECAST: DEADLINE " fc_time_text
  end-if
  perform load_elapsed_estimates

  open input gofile
  if gofilestat = "00"
    close gofile
    display "FORECAST: NOTE -- rerun.go is on file: the next driver"
        " start works the ad-hoc queue, not this calendar."
  end-if

  perform read_step_ledger
  if force_full_rerun = "Y"
    move 0 to resume_run
    move 0 to done_day_cnt
  end-if
  if resume_run > 0
    display "FORECAST: RUN " resume_run " IS UNFINISHED -- "
        done_day_cnt " DAY(S) ALREADY COMPLETE WILL BE SKIPPED"
  end-if

  perform varying ctl_line_idx from 1 by 1
      until ctl_line_idx > ctl_line_cnt
    if function trim(ctl_line_row(ctl_line_idx)) not = spaces
        and function length(function trim(ctl_line_row(ctl_line_idx)))
            <= 3
      add 1 to ctl_day_cnt
      move function trim(ctl_line_row(ctl_line_idx)) to run_day
      perform add_to_run_list
    end-if
  end-perform
  if ctl_day_cnt > 0
    display "FORECAST: SELECTED DAYS FROM THE CONTROL CARD -- THE"
        " CALENDAR IS NOT CONSULTED"
  else
    perform load_run_calendar
    perform varying day_idx from 1 by 1 until day_idx > all_day_cnt
      move all_day(day_idx) to run_day
      perform forecast_calendar_day
    end-perform
    move "25a" to run_day
    perform forecast_calendar_day
  end-if

  perform load_job_network
  display "FORECAST: PLANNED STEPS"
  perform varying list_pos from 1 by 1 until list_pos > run_list_cnt
    move run_list_day(list_pos) to run_day
    perform forecast_one_day
    perform forecast_network_jobs
  end-perform
  move "END" to comp_look
  perform mark_complete
  perform forecast_network_jobs

  *> Utilities whose predecessors never complete in this plan.
  perform varying jn_idx from 1 by 1 until jn_idx > jn_cnt
    if jn_done(jn_idx) = "N"
      add 1 to fc_out_cnt
      move spaces to fc_line
      string "     UTIL " jn_code(jn_idx) "  OUT  PREDECESSOR NOT"
        " PLANNED (AFTER " function trim(jn_preds(jn_idx)) ")"
        delimited by size into fc_line
      end-string
      display function trim(fc_line trailing)
    end-if
  end-perform

  move fc_clock to fc_secs
  perform format_forecast_time
  move spaces to fc_line
  string "FORECAST: " fc_seq " STEP(S) PLANNED, " delimited by size
    into fc_line
  end-string
  display function trim(fc_line) " " fc_out_cnt " LEFT OUT,"
      " PROJECTED FINISH " function trim(fc_time_text)
  if deadline_secs > 0
    if fc_bust_cnt > 0
      display "FORECAST: " fc_bust_cnt " STEP(S) BUST THE DEADLINE"
          " OR ARE GIVEN UP TO IT"
    else
      display "FORECAST: THE PLAN FITS THE DEADLINE"
    end-if
  end-if
  if fc_bust_cnt > 0
    move 4 to return-code
  end-if
  .

*> Calendar decision for one day on the forecast date.
forecast_calendar_day.
  move "Y" to run_today
  move spaces to skip_reason
  move "NO CALENDAR RULE (DAILY)" to fc_reason
  perform varying cal_idx from 1 by 1 until cal_idx > cal_cnt
    if cal_day(cal_idx) = run_day
      perform check_calendar_rule
      move spaces to fc_reason
      string "CALENDAR " function trim(cal_freq(cal_idx)) " "
        cal_rule(cal_idx)
        delimited by size into fc_reason
      end-string
      if today_is_holiday = "Y" and run_today = "Y"
        move spaces to fc_reason
        string "CALENDAR " function trim(cal_freq(cal_idx)) " "
          function trim(cal_rule(cal_idx)) ", RUNS ON HOLIDAY"
          delimited by size into fc_reason
        end-string
      end-if
    end-if
  end-perform
  if run_today = "Y"
    perform add_to_run_list
  else
    add 1 to fc_out_cnt
    move spaces to fc_line
    if skip_reason(1:7) = "HOLIDAY"
      string "     DAY  " run_day "  OUT  " function trim(skip_reason)
        delimited by size into fc_line
      end-string
    else
      string "     DAY  " run_day "  OUT  CALENDAR "
        function trim(skip_reason)
        delimited by size into fc_line
      end-string
    end-if
    display function trim(fc_line trailing)
  end-if
  .

*> One pending day, decided the way execute_run_list would: the
*> resume point first, then the deadline window.
forecast_one_day.
  move "N" to fc_resume_skip
  perform varying done_day_idx from 1 by 1
      until done_day_idx > done_day_cnt
    if done_day_label(done_day_idx) = run_day
      move "Y" to fc_resume_skip
    end-if
  end-perform
  if fc_resume_skip = "Y"
    add 1 to fc_out_cnt
    move spaces to fc_line
    string "     DAY  " run_day "  OUT  RESUME SKIP (COMPLETE IN RUN "
      resume_run ")"
      delimited by size into fc_line
    end-string
    display function trim(fc_line trailing)
    move run_day to comp_look
    perform mark_complete
    exit paragraph
  end-if

  move run_day to est_look
  perform lookup_estimate
  move "N" to skip_for_window
  if deadline_secs > 0
    move 0 to remaining_secs
    perform varying sort_i from list_pos by 1
        until sort_i > run_list_cnt
      move run_list_day(sort_i) to est_look
      perform lookup_estimate
      add est_secs to remaining_secs
    end-perform
    if fc_clock + remaining_secs > deadline_secs
        and deadline_reordered = "N"
      perform reorder_pending_days
      move run_list_day(list_pos) to run_day
    end-if
    move run_day to est_look
    perform lookup_estimate
    if fc_clock + est_secs > deadline_secs
      move "Y" to skip_for_window
    end-if
  end-if

  move est_secs to fc_secs
  perform format_forecast_elapsed
  compute fc_secs = fc_clock + est_secs
  perform format_forecast_time
  move spaces to fc_line
  if skip_for_window = "Y"
    add 1 to fc_out_cnt
    add 1 to fc_bust_cnt
    string "     DAY  " run_day "  OUT  SKIP-WINDOW: EST "
      function trim(fc_est_text) " WOULD FINISH "
      function trim(fc_time_text) ", PAST THE DEADLINE"
      delimited by size into fc_line
    end-string
    display function trim(fc_line trailing)
    exit paragraph
  end-if
  add 1 to fc_seq
  add est_secs to fc_clock
  if deadline_secs > 0
    move "FITS DEADLINE" to fc_verdict
  else
    move "NO DEADLINE" to fc_verdict
  end-if
  if ctl_day_cnt > 0
    move "CONTROL CARD" to fc_reason
  else
    perform forecast_day_reason
  end-if
  string fc_seq "  DAY  " run_day "  IN   EST " fc_est_text
    " FINISH " fc_time_text " " function trim(fc_verdict)
    " -- " function trim(fc_reason)
    delimited by size into fc_line
  end-string
  display function trim(fc_line trailing)
  move run_day to comp_look
  perform mark_complete
  .

forecast_day_reason.
  move "NO CALENDAR RULE (DAILY)" to fc_reason
  perform varying cal_idx from 1 by 1 until cal_idx > cal_cnt
    if cal_day(cal_idx) = run_day
      move spaces to fc_reason
      string "CALENDAR " function trim(cal_freq(cal_idx)) " "
        cal_rule(cal_idx)
        delimited by size into fc_reason
      end-string
      if today_is_holiday = "Y"
        move spaces to fc_reason
        string "CALENDAR " function trim(cal_freq(cal_idx)) " "
          function trim(cal_rule(cal_idx)) ", RUNS ON HOLIDAY"
          delimited by size into fc_reason
        end-string
      end-if
    end-if
  end-perform
  .

*> Utilities fire where run_network_jobs would fire them; driver
*> does not hold a utility back for the deadline, so one that runs
*> past it is flagged rather than given up.
forecast_network_jobs.
  move "Y" to jn_progress
  perform until jn_progress = "N"
    move "N" to jn_progress
    perform varying jn_idx from 1 by 1 until jn_idx > jn_cnt
      if jn_done(jn_idx) = "N"
        perform check_job_ready
        if jn_ready = "Y"
          move "Y" to jn_done(jn_idx)
          move "Y" to jn_progress
          move jn_code(jn_idx) to est_look
          perform lookup_estimate
          move est_secs to fc_secs
          perform format_forecast_elapsed
          add 1 to fc_seq
          add est_secs to fc_clock
          move fc_clock to fc_secs
          perform format_forecast_time
          evaluate true
            when deadline_secs = 0
              move "NO DEADLINE" to fc_verdict
            when fc_clock > deadline_secs
              move "BUSTS DEADLINE" to fc_verdict
              add 1 to fc_bust_cnt
            when other
              move "FITS DEADLINE" to fc_verdict
          end-evaluate
          move spaces to fc_line
          string fc_seq "  UTIL " jn_code(jn_idx) "  IN   EST "
            fc_est_text " FINISH " fc_time_text " "
            function trim(fc_verdict) " -- "
            function trim(jn_prog(jn_idx)) " AFTER "
            function trim(jn_preds(jn_idx))
            delimited by size into fc_line
          end-string
          display function trim(fc_line trailing)
          move jn_code(jn_idx) to comp_look
          perform mark_complete
        end-if
      end-if
    end-perform
  end-perform
  .

*> fc_secs as a clock time; "+1" once the run crosses midnight.
format_forecast_time.
  move 0 to fc_days
  move fc_secs to est_i
  if est_i >= 86400
    divide est_i by 86400 giving fc_days remainder est_i
  end-if
  divide est_i by 3600 giving fc_hh remainder est_i
  divide est_i by 60 giving fc_mm remainder fc_ss
  move spaces to fc_time_text
  if fc_days > 0
    string fc_hh ":" fc_mm ":" fc_ss " +" fc_days
      delimited by size into fc_time_text
    end-string
  else
    string fc_hh ":" fc_mm ":" fc_ss
      delimited by size into fc_time_text
    end-string
  end-if
  .

format_forecast_elapsed.
  move fc_secs to est_i
  divide est_i by 3600 giving fc_hh remainder est_i
  divide est_i by 60 giving fc_mm remainder fc_ss
  move spaces to fc_est_text
  string fc_hh ":" fc_mm ":" fc_ss
    delimited by size into fc_est_text
  end-string
  .

*> The business date the run stamps on its records (proc.date, kept
*> by lib-procdate). A fresh run rolls it forward to the clock's
*> business day: today, or yesterday for a start earlier on the
*> clock than DATECUT=HHMM (default 1200), so a batch begun after
*> midnight still belongs to the night before. PROCDATE=YYYYMMDD on
*> the control card names the date to roll to instead. The roll is
*> guarded -- a date already rolled to is not rolled to twice -- and
*> a refused roll keeps the date in force. A resumed run keeps the
*> date of the run it redoes; a RERUN=FULL or ad-hoc rerun keeps the
*> date in force. BATCHDATE carries it to every program driver
*> calls, so the services stamp the same date past midnight.
set_processing_date.
  if resume_run > 0 or force_full_rerun = "Y" or adhoc_run = "Y"
    move "K" to pd_mode
    if resume_run > 0
      move resume_run to pd_run
    else
      move 999999 to pd_run
    end-if
  else
    move "DATECUT" to parm_keyword
    move "1200" to parm_default
    call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
        parm_value parm_source parm_echo
    if parm_source = "CARD" and parm_value(1:4) is numeric
      move parm_value(1:4) to pd_cutoff
    end-if
    move function current-date to curr_date_time
    move curr_date_time(9:4) to pd_clock_hhmm
    move curr_date_time(1:8) to proc_date
    if pd_clock_hhmm < pd_cutoff
      compute pd_day_num =
          function integer-of-date(function numval(proc_date)) - 1
      move function date-of-integer(pd_day_num) to proc_date
    end-if
    move "PROCDATE" to parm_keyword
    move spaces to parm_default
    call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
        parm_value parm_source parm_echo
    if parm_source = "CARD"
      add 1 to driver_report_cnt
      move spaces to driver_report_row(driver_report_cnt)
      move parm_echo to driver_report_row(driver_report_cnt)
      move parm_value(1:8) to proc_date
    end-if
    move "R" to pd_mode
    move run_number to pd_run
  end-if
  call 'lib-procdate' using pd_mode pd_run proc_date pd_result
  if pd_mode = "R" and pd_result not = "OK  "
    display "DRIVER: business date not rolled (" pd_result
        ") -- run stays on " proc_date "."
  end-if
  display "DRIVER: business date " proc_date
  add 1 to driver_report_cnt
  move spaces to driver_report_row(driver_report_cnt)
  if pd_mode = "R" and pd_result not = "OK  "
    string "BUSINESS DATE " proc_date " (ROLL REFUSED " pd_result ")"
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  else
    string "BUSINESS DATE " proc_date
      delimited by size into driver_report_row(driver_report_cnt)
    end-string
  end-if
  display "BATCHDATE" upon environment-name
  display proc_date upon environment-value
  .

*> The run number goes out to every program driver calls, so
*> lib-joblog files their messages under this run.
publish_run_number.
  display "BATCHRUN" upon environment-name
  display run_number upon environment-value
  move spaces to env_basename
  string "joblog." run_number delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename jl_filename env_name
  move spaces to jl_values
  string run_number "|" run_env delimited by size into jl_values
  end-string
  call 'lib-joblog' using function module-id "DRV0006" jl_values
  .

*> Records already on the job log before a step starts ...
count_joblog_records.
  move 0 to jl_before
  move "N" to jl_eof
  open input jlfile
  if jlfilestat not = "00"
    exit paragraph
  end-if
  perform until jl_eof = "Y"
    read jlfile at end move "Y" to jl_eof
      not at end add 1 to jl_before
    end-read
  end-perform
  close jlfile
  .

*> ... so only the severity-E records the step added are counted.
count_logged_errors.
  move 0 to jl_err_cnt
  move 0 to jl_seen
  move "N" to jl_eof
  open input jlfile
  if jlfilestat not = "00"
    exit paragraph
  end-if
  perform until jl_eof = "Y"
    read jlfile at end move "Y" to jl_eof
      not at end
        add 1 to jl_seen
        if jl_seen > jl_before and jlfileline(43:1) = "E"
          add 1 to jl_err_cnt
        end-if
    end-read
  end-perform
  close jlfile
  .
