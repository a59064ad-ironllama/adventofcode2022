*> older generations past the retention count. The candidate report
*> names are the same day/part calendar driver runs plus the
*> utilities that write reports, so no directory listing is needed.
*> Each report's cmprpt compare (<name>-cmp) is swept with it, and
*> each generation's companion data file (<name>.csv.gNNN) goes with
*> its generation.
*> Each camp keeps its own reports (lib-campfile), so the sweep goes
*> round the unnamed camp and every camp on camp.mst; a job run with
*> BATCHCAMP set sweeps that camp only.
*> The kept run trails lib-trail leaves (<writer>.trl.nnnnnn) are
*> retired here too: each writer's .trl.runs list names the runs
*> kept, oldest first, and all but the newest TRAILRUNS go.
*> Control card (rp.ctl): RETAIN=<generations to keep>, default 3.
*>   TRAILRUNS=<run trails to keep per writer>, default 10.

environment division.
  input-output section.
      select pfile assign to pointer_filename
        organization is line sequential
        file status is pfilestat.
      select campfile assign to "camp.mst"
        organization is line sequential
        file status is campfilestat.
      select rfile assign to runs_filename
        organization is line sequential
        file status is rfilestat.

data division.
  file section.
    fd pfile.
    01 pfileline pic x(3).

    fd campfile.
    01 campfileline pic x(40).

    fd rfile.
    01 rfileline pic x(6).

  working-storage section.
    01 pointer_filename pic x(40).
    01 pfilestat pic xx.
    01 gen_filename pic x(40).
    01 base_filename pic x(40).
    77 delete_stat pic 9(2) comp value 0.

    01 all_names.
      02 all_name occurs 150 times pic x(10).
    77 all_name_cnt pic s9(4) comp value 0.
    77 name_idx pic s9(4) comp.
    77 curr_name pic x(20).

    77 generation pic 9(3).
    77 retain_cnt pic 9(3) value 3.
    77 swept_cnt pic s9(8) comp value 0.
    77 disp-gen pic 9(3).

    *> Camps to sweep: the unnamed camp first, then camp.mst's.
    01 campfilestat pic xx.
    77 camp_eof pic x.
    01 camp_table.
      02 camp_cnt pic s9(4) comp value 0.
      02 camp_row occurs 0 to 21 times depending on camp_cnt
          indexed by camp_idx.
        03 camp_code pic x(3).
    77 env_camp pic x(10).
    77 sweep_camp pic x(3).
    77 file_camp pic x(3).

    *> Kept run trails: the writers, and one writer's run list.
    01 trail_names.
      02 trail_name occurs 10 times pic x(3).
    77 trail_name_cnt pic s9(4) comp value 0.
    01 runs_filename pic x(40).
    01 rfilestat pic xx.
    77 runs_eof pic x.
    01 run_list.
      02 run_cnt pic s9(4) comp value 0.
      02 run_row occurs 0 to 999 times depending on run_cnt
          indexed by run_idx.
        03 run_num pic x(6).
    77 run_keep_low pic s9(4) comp.
    77 trail_keep pic 9(3) value 10.
    77 trail_purged_cnt pic s9(8) comp value 0.

    *> For lib-readdata + lib-parsectl, pulling RETAIN=.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
  else
    display "rptsweep: RETAIN value not usable, keeping " retain_cnt
  end-if
  move "TRAILRUNS" to parm_keyword
  move "10" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  perform validate_numeric_parm
  if parm_num_ok = "Y" and function numval(parm_value) > 0
    move function numval(parm_value) to trail_keep
  else
    display "rptsweep: TRAILRUNS value not usable, keeping "
        trail_keep
  end-if

  perform build_name_list
  perform load_camp_list

  perform varying camp_idx from 1 by 1 until camp_idx > camp_cnt
    move camp_code(camp_idx) to sweep_camp
    display "BATCHCAMP" upon environment-name
    display sweep_camp upon environment-value
    if sweep_camp not = spaces
      display "rptsweep: camp " sweep_camp
    end-if
    perform varying name_idx from 1 by 1 until name_idx > all_name_cnt
      move all_name(name_idx) to curr_name
      perform sweep_one_report
      move spaces to curr_name
      string function trim(all_name(name_idx)) "-cmp"
        delimited by size into curr_name
      end-string
      perform sweep_one_report
    end-perform
    perform varying name_idx from 1 by 1
        until name_idx > trail_name_cnt
      perform sweep_one_trail
    end-perform
  end-perform
  *> Leave the job's camp setting as it was found.
  display "BATCHCAMP" upon environment-name
  display env_camp upon environment-value

  display "rptsweep: " swept_cnt " report(s) checked, "
      purged_cnt " generation(s) purged, retaining " retain_cnt "."
  display "rptsweep: " trail_purged_cnt " run trail(s) purged,"
      " retaining " trail_keep " per writer."
  goback.

*> The camps to sweep. A job already running for one camp sweeps
*> that camp; otherwise the unnamed camp and each camp on camp.mst.
load_camp_list.
  move 0 to camp_cnt
  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  add 1 to camp_cnt
  move env_camp(1:3) to camp_code(camp_cnt)
  if env_camp not = spaces
    exit paragraph
  end-if
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
            and camp_cnt < 21
          add 1 to camp_cnt
          move campfileline(1:3) to camp_code(camp_cnt)
        end-if
    end-read
  end-perform
  close campfile
  .

*> Every report writer in the suite: the day calendar plus the
*> utility programs. Keep in step with driver's calendar.
build_name_list.
  add 1 to all_name_cnt  move "jetbatch" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "fueltrb" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "packetlkp" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "approvq" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "audrev" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "lineage" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "layview" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "headroom" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "chgback" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "incident" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "adhocq" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "kitload" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "rationpl" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "stockldg" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "snsaudit" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "varstmt" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "bkpstate" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "rststate" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "xrefchk" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "joblogq" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "feedwatch" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "holdmgr" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "mrgjob" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "keyload" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "tdkrun" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "cvtans" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "tankcov" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "ratepred" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "pktdedup" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "utilmenu" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "mskcopy" to all_name(all_name_cnt)
  add 1 to all_name_cnt  move "rtdrift" to all_name(all_name_cnt)
  *> The lib-trail writers, by the three-character trail name.
  move 0 to trail_name_cnt
  add 1 to trail_name_cnt  move "09b" to trail_name(trail_name_cnt)
  add 1 to trail_name_cnt  move "12a" to trail_name(trail_name_cnt)
  add 1 to trail_name_cnt  move "16a" to trail_name(trail_name_cnt)
  add 1 to trail_name_cnt  move "16b" to trail_name(trail_name_cnt)
  add 1 to trail_name_cnt  move "22a" to trail_name(trail_name_cnt)
  add 1 to trail_name_cnt  move "24b" to trail_name(trail_name_cnt)
  .

sweep_one_report.
    ".rpt.cur" delimited by size
    into pointer_filename
  end-string
  call 'lib-campfile' using pointer_filename file_camp
  move 0 to generation
  open input pfile
  if pfilestat not = "00"
      disp-gen delimited by size
      into gen_filename
    end-string
    call 'lib-campfile' using gen_filename file_camp
    call "CBL_DELETE_FILE" using gen_filename
        returning delete_stat
    if delete_stat = 0
      add 1 to purged_cnt
      display "rptsweep: purged " function trim(gen_filename)
    end-if
    move spaces to gen_filename
    string function trim(curr_name) delimited by size
      ".csv.g" delimited by size
      disp-gen delimited by size
      into gen_filename
    end-string
    call 'lib-campfile' using gen_filename file_camp
    call "CBL_DELETE_FILE" using gen_filename
        returning delete_stat
    if delete_stat = 0
      display "rptsweep: purged " function trim(gen_filename)
    end-if
  end-perform
  .

*> One writer's kept run trails: everything older than the newest
*> TRAILRUNS runs on its .trl.runs list goes, and the list is
*> rewritten with the runs kept.
sweep_one_trail.
  move spaces to base_filename
  string trail_name(name_idx) ".trl" delimited by size
    into base_filename
  end-string
  call 'lib-campfile' using base_filename file_camp
  move spaces to runs_filename
  string function trim(base_filename) ".runs" delimited by size
    into runs_filename
  end-string
  move 0 to run_cnt
  move "N" to runs_eof
  open input rfile
  if rfilestat not = "00"
    exit paragraph
  end-if
  perform until runs_eof = "Y"
    read rfile at end move "Y" to runs_eof
      not at end
        if rfileline is numeric and run_cnt < 999
          add 1 to run_cnt
          move rfileline to run_num(run_cnt)
        end-if
    end-read
  end-perform
  close rfile
  compute run_keep_low = run_cnt - trail_keep + 1
  if run_keep_low <= 1
    exit paragraph
  end-if
  perform varying run_idx from 1 by 1 until run_idx >= run_keep_low
    move spaces to gen_filename
    string function trim(base_filename) "." run_num(run_idx)
      delimited by size into gen_filename
    end-string
    call "CBL_DELETE_FILE" using gen_filename
        returning delete_stat
    if delete_stat = 0
      add 1 to trail_purged_cnt
      display "rptsweep: purged " function trim(gen_filename)
    end-if
  end-perform
  open output rfile
  if rfilestat not = "00"
    display "rptsweep: ERROR rewriting " function trim(runs_filename)
        " status " rfilestat
    exit paragraph
  end-if
  perform varying run_idx from run_keep_low by 1
      until run_idx > run_cnt
    write rfileline from run_num(run_idx)
  end-perform
  close rfile
  .

*> Numeric validation for a keyword value: all digits, not empty.
