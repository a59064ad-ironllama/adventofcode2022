           >>source format free
identification division.
program-id. kitload.
author. alexoh@wcoding.
*> Unpacks one run from the reconstruction kit (run.kit, written by
*> lib-runkit as driver ran each day) into a directory of its own:
*> every day's input file as the day read it, its control card, its
*> .bas baseline as it stood before the day ran, an input.manifest
*> holding the run's overrides, and a dr.ctl naming the run's days
*> in the order they ran. Running driver from that directory
*> re-executes the run exactly as it was; nothing in the production
*> directory is read or written except the kit itself.
*> Control card (ki.ctl):
*>   RUN=nnnnnn     the run to rebuild; without it the runs on the
*>                  kit are listed instead
*>   DIR=name       target directory (default kit<run>, e.g.
*>                  kit000123)
*>   REPLACE=YES    allow unpacking over a directory that already
*>                  holds a rebuild (default NO)
*>   CAMP=ccc       the camp whose capture is rebuilt; the default is
*>                  the camp in force (BATCHCAMP), else the
*>                  single-camp captures. The camp's files are
*>                  unpacked under their usual names, so the rebuild
*>                  runs without a camp; DIR= defaults to
*>                  kit<run><camp>, e.g. kit000123NTH
*> Under BATCHENV=TEST the TEST run's kit (test/run.kit) is read.
*> Return code 8 when the run is not on the kit or the directory
*> already holds a rebuild; 12 on a write failure.

environment division.
  input-output section.
    file-control.
      select kitfile assign to kitfile_name
        organization is line sequential
        file status is kitfilestat.
      select outfile assign to out_filename
        organization is line sequential
        file status is outfilestat.

data division.
  file section.
    fd kitfile.
    01 kitfileline pic x(10014).

    fd outfile.
    01 outfileline pic x(9999).

  working-storage section.
    01 kitfilestat pic xx.
    01 outfilestat pic xx.
    01 out_filename pic x(60).
    01 kitfile_name pic x(40).
    77 env_basename pic x(30) value "run.kit".
    77 env_name pic x(4).
    77 file_eof pic x.
    77 out_open pic x value "N".
    77 out_target pic x(60).
    77 dir_name pic x(40).
    77 dir_stat pic s9(9) comp value 0.
    77 delete_stat pic s9(9) comp value 0.

    *> Kit record and the FIL data it carries (see lib-runkit).
    01 kit_line.
      02 kit_run pic 9(6).
      02 filler pic x.
      02 kit_day pic x(3).
      02 filler pic x.
      02 kit_type pic x(3).
      02 filler pic x.
      02 kit_data pic x(9999).
    01 fil_data.
      02 fil_filename pic x(10).
      02 filler pic x.
      02 fil_suffix pic x(4).
      02 filler pic x.
      02 fil_hash pic 9(18).
      02 filler pic x.
      02 fil_src_run pic 9(6).
      02 filler pic x.
      02 fil_reccnt pic 9(8).
      02 filler pic x.
      02 fil_camp pic x(3).

    *> The run's days, in the order they ran; a day captured twice
    *> (a resumed run) keeps its latest capture.
    01 day_table.
      02 day_cnt pic s9(4) comp value 0.
      02 day_row occurs 0 to 60 times depending on day_cnt
          indexed by day_idx.
        03 dy_day pic x(3).
        03 dy_filename pic x(10).
        03 dy_suffix pic x(4).
        03 dy_hash pic 9(18).
        03 dy_src_run pic 9(6).
        03 dy_reccnt pic 9(8).
        03 dy_inp_cnt pic s9(8) comp.
        03 dy_ctl_cnt pic s9(4) comp.
        03 dy_bas pic x.
        03 dy_manifest pic x(20).
    77 day_found pic s9(4) comp.
    *> The FIL record the kit records just read belong to.
    77 cur_fil_run pic 9(6).
    77 cur_fil_day pic x(3).
    77 cur_fil_hash pic 9(18).
    77 cur_fil_camp pic x(3).

    *> List mode: one row per run on the kit.
    01 run_table.
      02 run_cnt pic s9(4) comp value 0.
      02 run_row occurs 0 to 999 times depending on run_cnt
          indexed by run_idx.
        03 rt_run pic 9(6).
        03 rt_camp pic x(3).
        03 rt_days pic s9(4) comp.
        03 rt_stored pic s9(4) comp.
        03 rt_date pic x(8).

    77 run_parm pic 9(6) value 0.
    77 replace_parm pic x(3).
    77 camp_parm pic x(3).
    77 env_camp pic x(3).
    77 write_failed pic x value "N".
    77 disp-num pic z(7)9.
    77 disp-cnt pic z(3)9.
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
  call 'lib-runenv' using env_basename kitfile_name env_name
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "RUN" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to run_parm
  end-if

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move env_camp to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to camp_parm

  move "DIR" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to dir_name
  if dir_name = spaces
    string "kit" run_parm camp_parm delimited by size into dir_name
    end-string
  end-if

  move "REPLACE" to parm_keyword
  move "NO" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:3) to replace_parm

  call 'lib-writereport' using function module-id "O" report-line
  if run_parm = 0
    perform list_kit_runs
  else
    perform rebuild_run
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  goback.

list_kit_runs.
  move "N" to file_eof
  open input kitfile
  if kitfilestat not = "00"
    display "kitload: no run.kit on file -- nothing archived yet."
    move "NO RUN.KIT ON FILE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to return-code
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read kitfile at end move "Y" to file_eof
      not at end
        move kitfileline to kit_line
        if kit_run is numeric and kit_type = "FIL"
          perform tally_kit_run
        end-if
    end-read
  end-perform
  close kitfile
  move "RUN RECONSTRUCTION KIT -- RUNS ON FILE" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "RUN    CAMP  DAYS  INPUTS STORED  INPUTS REFERENCED"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying run_idx from 1 by 1 until run_idx > run_cnt
    move spaces to report-line
    move rt_run(run_idx) to report-line(1:6)
    move rt_camp(run_idx) to report-line(8:3)
    move rt_days(run_idx) to disp-cnt
    move disp-cnt to report-line(14:4)
    move rt_stored(run_idx) to disp-cnt
    move disp-cnt to report-line(26:4)
    compute day_found = rt_days(run_idx) - rt_stored(run_idx)
    move day_found to disp-cnt
    move disp-cnt to report-line(45:4)
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  move run_cnt to disp-cnt
  move spaces to report-line
  string "RUN CAPTURES ON THE KIT: " function trim(disp-cnt)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "kitload: " run_cnt " run(s) on the kit -- RUN=n rebuilds"
      " one."
  .

*> One row per run and camp; a run's camps are captured one after
*> another, each camp's days together.
tally_kit_run.
  move kit_data to fil_data
  if run_cnt > 0
    if rt_run(run_cnt) = kit_run and rt_camp(run_cnt) = fil_camp
      add 1 to rt_days(run_cnt)
      if fil_src_run = kit_run
        add 1 to rt_stored(run_cnt)
      end-if
      exit paragraph
    end-if
  end-if
  if run_cnt < 999
    add 1 to run_cnt
    move kit_run to rt_run(run_cnt)
    move fil_camp to rt_camp(run_cnt)
    move 1 to rt_days(run_cnt)
    move 0 to rt_stored(run_cnt)
    if fil_src_run = kit_run
      move 1 to rt_stored(run_cnt)
    end-if
  end-if
  .

rebuild_run.
  perform load_run_days
  if day_cnt = 0
    display "kitload: run " run_parm " camp " camp_parm
        " is not on the kit."
    move spaces to report-line
    string "RUN " run_parm " CAMP " camp_parm " IS NOT ON THE KIT"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    move 8 to return-code
    exit paragraph
  end-if

  call "CBL_CREATE_DIR" using dir_name
      returning dir_stat
  *> A directory already holding a rebuild is only overwritten on
  *> request, so a rebuild being worked on is not lost by accident.
  move spaces to out_filename
  string function trim(dir_name) "/dr.ctl" delimited by size
    into out_filename
  end-string
  open input outfile
  if outfilestat = "00"
    close outfile
    if replace_parm not = "YES"
      display "kitload: " function trim(dir_name)
          " already holds a rebuild -- REPLACE=YES overwrites it."
      move spaces to report-line
      string "DIRECTORY " function trim(dir_name)
        " ALREADY HOLDS A REBUILD -- NOTHING WRITTEN"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      move 8 to return-code
      exit paragraph
    end-if
  end-if

  perform unpack_run_records
  perform write_driver_card
  perform write_manifest
  perform report_rebuild
  if write_failed = "Y"
    move 12 to return-code
  end-if
  .

*> Pass one: the run's FIL records for the camp give its days and
*> where each day's input lines are held; a MAN record belongs to
*> the capture whose FIL it follows.
load_run_days.
  move spaces to cur_fil_camp
  move "N" to file_eof
  open input kitfile
  if kitfilestat not = "00"
    display "kitload: no run.kit on file."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read kitfile at end move "Y" to file_eof
      not at end
        move kitfileline to kit_line
        if kit_type = "FIL"
          move kit_data to fil_data
          move fil_camp to cur_fil_camp
        end-if
        if kit_run = run_parm and cur_fil_camp = camp_parm
          evaluate kit_type
            when "FIL"
              perform note_run_day
            when "MAN"
              perform find_day_row
              if day_found > 0
                move kit_data(1:20) to dy_manifest(day_found)
              end-if
          end-evaluate
        end-if
    end-read
  end-perform
  close kitfile
  .

note_run_day.
  move kit_data to fil_data
  perform find_day_row
  if day_found = 0
    if day_cnt >= 60
      exit paragraph
    end-if
    add 1 to day_cnt
    move day_cnt to day_found
    move kit_day to dy_day(day_found)
  end-if
  move fil_filename to dy_filename(day_found)
  move fil_suffix to dy_suffix(day_found)
  move fil_hash to dy_hash(day_found)
  move fil_src_run to dy_src_run(day_found)
  move fil_reccnt to dy_reccnt(day_found)
  move 0 to dy_inp_cnt(day_found)
  move 0 to dy_ctl_cnt(day_found)
  move "N" to dy_bas(day_found)
  move spaces to dy_manifest(day_found)
  .

find_day_row.
  move 0 to day_found
  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    if dy_day(day_idx) = kit_day
      move day_idx to day_found
    end-if
  end-perform
  .

*> Pass two: each block of kit records goes to its file in the
*> directory. A block opens its file afresh, so a day captured twice
*> ends up holding its latest capture.
unpack_run_records.
  move spaces to cur_fil_day
  move spaces to cur_fil_camp
  move 0 to cur_fil_run
  move 0 to cur_fil_hash
  move "N" to file_eof
  open input kitfile
  if kitfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read kitfile at end move "Y" to file_eof
      not at end
        move kitfileline to kit_line
        perform unpack_one_record
    end-read
  end-perform
  close kitfile
  perform close_output
  .

unpack_one_record.
  if kit_type = "FIL"
    perform close_output
    move kit_data to fil_data
    move kit_run to cur_fil_run
    move kit_day to cur_fil_day
    move fil_hash to cur_fil_hash
    move fil_camp to cur_fil_camp
    *> The capture this run actually ran with replaces any earlier
    *> one's card and baseline, including when it had none.
    if kit_run = run_parm and fil_camp = camp_parm
      perform find_day_row
      if day_found > 0 and dy_hash(day_found) = fil_hash
        move spaces to out_filename
        string function trim(dir_name) "/" kit_day(1:2) ".ctl"
          delimited by size into out_filename
        end-string
        call "CBL_DELETE_FILE" using out_filename
            returning delete_stat
        move spaces to out_filename
        string function trim(dir_name) "/" kit_day ".bas"
          delimited by size into out_filename
        end-string
        call "CBL_DELETE_FILE" using out_filename
            returning delete_stat
        move 0 to dy_ctl_cnt(day_found)
        move "N" to dy_bas(day_found)
      end-if
    end-if
    exit paragraph
  end-if
  move spaces to out_target
  perform find_day_row
  if day_found = 0 or cur_fil_camp not = camp_parm
    perform close_output
    exit paragraph
  end-if
  evaluate kit_type
    when "INP"
      if kit_run = dy_src_run(day_found)
          and cur_fil_run = kit_run and cur_fil_day = kit_day
          and cur_fil_hash = dy_hash(day_found)
        string function trim(dir_name) "/"
          function trim(dy_filename(day_found))
          delimited by size into out_target
        end-string
        add 1 to dy_inp_cnt(day_found)
      end-if
    when "CTL"
      if kit_run = run_parm
        string function trim(dir_name) "/" kit_day(1:2) ".ctl"
          delimited by size into out_target
        end-string
        add 1 to dy_ctl_cnt(day_found)
      end-if
    when "BAS"
      if kit_run = run_parm
        string function trim(dir_name) "/" kit_day ".bas"
          delimited by size into out_target
        end-string
        move "Y" to dy_bas(day_found)
      end-if
  end-evaluate
  if out_target = spaces
    perform close_output
    exit paragraph
  end-if
  if out_open = "N" or out_target not = out_filename
    perform close_output
    move out_target to out_filename
    open output outfile
    if outfilestat not = "00"
      display "kitload: ERROR writing " function trim(out_filename)
          " status " outfilestat
      move "Y" to write_failed
      exit paragraph
    end-if
    move "Y" to out_open
  end-if
  write outfileline from kit_data
  .

close_output.
  if out_open = "Y"
    close outfile
    move "N" to out_open
  end-if
  .

*> driver's card for the rebuild: the run's days, in run order.
write_driver_card.
  move spaces to out_filename
  string function trim(dir_name) "/dr.ctl" delimited by size
    into out_filename
  end-string
  open output outfile
  if outfilestat not = "00"
    display "kitload: ERROR writing " function trim(out_filename)
        " status " outfilestat
    move "Y" to write_failed
    exit paragraph
  end-if
  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    move spaces to outfileline
    move dy_day(day_idx) to outfileline
    write outfileline
  end-perform
  close outfile
  .

write_manifest.
  move spaces to out_filename
  string function trim(dir_name) "/input.manifest" delimited by size
    into out_filename
  end-string
  call "CBL_DELETE_FILE" using out_filename
      returning delete_stat
  move 0 to day_found
  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    if dy_manifest(day_idx) not = spaces
      add 1 to day_found
    end-if
  end-perform
  if day_found = 0
    exit paragraph
  end-if
  open output outfile
  if outfilestat not = "00"
    display "kitload: ERROR writing " function trim(out_filename)
        " status " outfilestat
    move "Y" to write_failed
    exit paragraph
  end-if
  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    if dy_manifest(day_idx) not = spaces
      move spaces to outfileline
      move dy_manifest(day_idx) to outfileline
      write outfileline
    end-if
  end-perform
  close outfile
  .

report_rebuild.
  move spaces to report-line
  string "RUN " run_parm " REBUILT INTO " function trim(dir_name)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY INPUT FILE  RECORDS  HELD BY CARD LINES BASELINE MANIFEST"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying day_idx from 1 by 1 until day_idx > day_cnt
    move spaces to report-line
    move dy_day(day_idx) to report-line(1:3)
    move dy_filename(day_idx) to report-line(5:10)
    if dy_src_run(day_idx) = 0
      move "MISSING" to report-line(17:8)
    else
      move dy_inp_cnt(day_idx) to disp-num
      move disp-num to report-line(17:8)
      move dy_src_run(day_idx) to report-line(26:6)
    end-if
    move dy_ctl_cnt(day_idx) to disp-cnt
    move disp-cnt to report-line(36:4)
    if dy_bas(day_idx) = "Y"
      move "YES" to report-line(45:3)
    else
      move "NO" to report-line(45:3)
    end-if
    if dy_manifest(day_idx) not = spaces
      move dy_suffix(day_idx) to report-line(54:4)
    end-if
    *> The records unpacked must agree with the count captured.
    if dy_src_run(day_idx) not = 0
        and dy_inp_cnt(day_idx) not = dy_reccnt(day_idx)
      move "*INPUT INCOMPLETE ON KIT*" to report-line(60:25)
      move "Y" to write_failed
    end-if
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  move day_cnt to disp-cnt
  move spaces to report-line
  string "DAYS REBUILT: " function trim(disp-cnt)
    " -- RUN driver FROM " function trim(dir_name)
    " TO RE-EXECUTE THE RUN"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "kitload: run " run_parm " rebuilt into "
      function trim(dir_name) " -- " day_cnt " day(s)."
  .
