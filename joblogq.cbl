           >>source format free
identification division.
program-id. joblogq.
author. alexoh@wcoding.
*> Job log inquiry: one run's messages from joblog.<run> (written
*> by lib-joblog), filtered by severity and program, with a count
*> per severity at the foot.
*> Control card (jo.ctl):
*>   RUN=nnnnnn     the run (default the latest on run.registry;
*>                  RUN=0 lists messages logged outside any run)
*>   SEV=I|W|E      the lowest severity listed (default I, all)
*>   PROGRAM=name   only this program's messages (default all)
*> Under BATCHENV=TEST the TEST job log (test/joblog.<run>) is read.
*> Return code 4 when the listing holds an E message, 8 when the
*> run has no job log.

environment division.
  input-output section.
    file-control.
      select jlfile assign to jl_filename
        organization is line sequential
        file status is jlfilestat.
      select regfile assign to "run.registry"
        organization is line sequential
        file status is regfilestat.

data division.
  file section.
    fd jlfile.
    01 jlfileline pic x(145).

    fd regfile.
    01 regfileline pic x(13).

  working-storage section.
    01 jl_filename pic x(40).
    01 jlfilestat pic xx.
    01 regfilestat pic xx.
    77 file_eof pic x.
    77 env_basename pic x(30).
    77 env_name pic x(4).

    77 run_parm pic 9(6) value 0.
    77 run_given pic x value "N".
    77 sev_parm pic x value "I".
    77 prog_parm pic x(10) value spaces.
    77 sev_rank pic 9.
    77 min_rank pic 9.

    77 listed_cnt pic s9(8) comp value 0.
    77 info_cnt pic s9(8) comp value 0.
    77 warn_cnt pic s9(8) comp value 0.
    77 err_cnt pic s9(8) comp value 0.

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

    77 report-line pic x(999).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-num3 pic z(7)9.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "RUN" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD" and function trim(parm_value) is numeric
    display function trim(parm_echo)
    move function numval(parm_value) to run_parm
    move "Y" to run_given
  end-if
  move "SEV" to parm_keyword
  move "I" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:1) to sev_parm
  move "PROGRAM" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_source = "CARD"
    display function trim(parm_echo)
    move parm_value(1:10) to prog_parm
  end-if

  evaluate sev_parm
    when "E"
      move 3 to min_rank
    when "W"
      move 2 to min_rank
    when other
      move "I" to sev_parm
      move 1 to min_rank
  end-evaluate
  if run_given = "N"
    perform latest_run
  end-if

  move spaces to env_basename
  string "joblog." run_parm delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename jl_filename env_name

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "JOB LOG -- RUN " run_parm " -- SEVERITY " sev_parm
    " AND ABOVE"
    delimited by size into report-line
  end-string
  if prog_parm not = spaces
    compute listed_cnt = length of function trim(report-line trailing) + 1
    string " -- PROGRAM " function trim(prog_parm)
      delimited by size into report-line
      with pointer listed_cnt
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move 0 to listed_cnt

  move "N" to file_eof
  open input jlfile
  if jlfilestat not = "00"
    move spaces to report-line
    string "NO JOB LOG FOR RUN " run_parm " (" function trim(jl_filename)
      ")"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "joblogq: " function trim(report-line)
    call 'lib-writereport' using function module-id "C" report-line
    move 8 to return-code
    goback
  end-if
  perform until file_eof = "Y"
    read jlfile at end move "Y" to file_eof
      not at end perform list_one_message
    end-read
  end-perform
  close jlfile

  move spaces to report-line
  move info_cnt to disp-num
  move warn_cnt to disp-num2
  move err_cnt to disp-num3
  string "LISTED: I " function trim(disp-num) "  W "
    function trim(disp-num2) "  E " function trim(disp-num3)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "joblogq: " function trim(report-line)
  call 'lib-writereport' using function module-id "C" report-line
  if err_cnt > 0
    move 4 to return-code
  end-if
  goback.

list_one_message.
  evaluate jlfileline(43:1)
    when "E"
      move 3 to sev_rank
    when "W"
      move 2 to sev_rank
    when other
      move 1 to sev_rank
  end-evaluate
  if sev_rank < min_rank
    exit paragraph
  end-if
  if prog_parm not = spaces and jlfileline(24:10) not = prog_parm
    exit paragraph
  end-if
  evaluate sev_rank
    when 3
      add 1 to err_cnt
    when 2
      add 1 to warn_cnt
    when other
      add 1 to info_cnt
  end-evaluate
  move spaces to report-line
  move jlfileline(8:) to report-line
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line trailing)
  .

*> The newest run handed out, from the sequence registry.
latest_run.
  move "N" to file_eof
  open input regfile
  if regfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read regfile at end move "Y" to file_eof
      not at end
        if regfileline(1:4) = "RUN " and regfileline(5:6) is numeric
          move regfileline(5:6) to run_parm
        end-if
    end-read
  end-perform
  close regfile
  .
