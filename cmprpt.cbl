           >>source format free
identification division.
program-id. cmprpt.
author. alexoh@wcoding.
*> Report generation compare. lib-writereport keeps every report as
*> <name>.rpt.gNNN, and the question is always "what changed in the
*> 05b reconciliation (the 04b offender list, the 07b cleanup report)
*> since last night?" -- which meant two files side by side. This
*> compares two generations of one report and lists the body lines
*> added, removed and changed, with their line numbers in each
*> generation. Lines that always differ are left out of the compare:
*> the run-stamp title line, every page heading (with the blank line
*> before it and the column heading reprinted after it) and the
*> end-of-report trailer.
*> Lines are matched in order; where they part, the next 50 lines of
*> each side are searched for the point they meet again -- lines
*> skipped over on one side are added or removed, and a line with
*> no match on either side is a change.
*> The compare is itself a report, written as <name>-cmp (05b-cmp),
*> so report.rte routes it like any other report -- to the same
*> people as the report it compares, if wanted.
*> Control card (cm.ctl):
*>   REPORT=name   the report to compare (required)
*>   NEW=nnn       generation to compare (default the current one)
*>   OLD=nnn       generation to compare it against (default the one
*>                 before NEW)
*> Under a camp (BATCHCAMP) the camp's own generations are compared.
*> Return code 4 when the generations differ, 8 when the report or
*> a generation is not on file.

environment division.
  input-output section.
    file-control.
      select pfile assign to pointer_filename
        organization is line sequential
        file status is pfilestat.
      select genfile assign to gen_filename
        organization is line sequential
        file status is genfilestat.

data division.
  file section.
    fd pfile.
    01 pfileline pic x(3).

    fd genfile.
    01 genfileline pic x(999).

  working-storage section.
    01 pointer_filename pic x(40).
    01 pfilestat pic xx.
    01 gen_filename pic x(40).
    01 genfilestat pic xx.
    77 file_eof pic x.

    *> Body lines of each generation with their line numbers in the
    *> file, so every difference can be found in the report itself.
    01 old_body.
      02 old_cnt pic s9(4) comp value 0.
      02 old_row occurs 0 to 3000 times depending on old_cnt
          indexed by old_idx.
        03 old_lno pic 9(5).
        03 old_text pic x(999).
    01 new_body.
      02 new_cnt pic s9(4) comp value 0.
      02 new_row occurs 0 to 3000 times depending on new_cnt
          indexed by new_idx.
        03 new_lno pic 9(5).
        03 new_text pic x(999).
    *> One generation as it is read, before it is kept as old or new.
    01 load_body.
      02 load_cnt pic s9(4) comp value 0.
      02 load_row occurs 0 to 3000 times depending on load_cnt
          indexed by load_idx.
        03 load_lno pic 9(5).
        03 load_text pic x(999).
    77 load_lines pic 9(5).
    77 load_truncated pic x.
    77 skip_reprint pic x.
    77 seen_idx pic s9(4) comp.
    77 title_run pic x(60).
    77 title_page pic x(60).
    77 title_len pic s9(4) comp.
    77 any_truncated pic x value "N".

    *> The walk through both bodies.
    77 old_pos pic s9(4) comp.
    77 new_pos pic s9(4) comp.
    77 look_dist pic s9(4) comp.
    77 look_max pic s9(4) comp value 50.
    77 add_dist pic s9(4) comp.
    77 rem_dist pic s9(4) comp.
    77 added_cnt pic s9(8) comp value 0.
    77 removed_cnt pic s9(8) comp value 0.
    77 changed_cnt pic s9(8) comp value 0.

    77 report_parm pic x(20).
    77 cmp_name pic x(20).
    77 new_gen pic 9(3) value 0.
    77 old_gen pic 9(3) value 0.
    77 load_gen pic 9(3).
    77 disp-num pic z(7)9.
    77 disp-lno pic 9(5).
    77 report-line pic x(999).

    *> For lib-runenv -- the environment's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).
    *> For lib-campfile -- a camp's reports are its own.
    77 camp_code pic x(3).

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

  move "REPORT" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:20) to report_parm
  if report_parm = spaces
    display "cmprpt: REPORT= is required."
    move 8 to return-code
    goback
  end-if

  move "NEW" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to new_gen
  end-if

  move "OLD" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to old_gen
  end-if

  if new_gen = 0
    perform read_current_generation
    if new_gen = 0
      display "cmprpt: no generations of " function trim(report_parm)
          " on file."
      move 8 to return-code
      goback
    end-if
  end-if
  *> lib-writereport wraps 999 back to 001, so 999 precedes 001.
  if old_gen = 0
    if new_gen = 1
      move 999 to old_gen
    else
      compute old_gen = new_gen - 1
    end-if
  end-if

  move old_gen to load_gen
  perform load_generation
  if genfilestat not = "00"
    perform report_missing_generation
    goback
  end-if
  move load_body to old_body
  move new_gen to load_gen
  perform load_generation
  if genfilestat not = "00"
    perform report_missing_generation
    goback
  end-if
  move load_body to new_body

  move spaces to cmp_name
  string function trim(report_parm) "-cmp" delimited by size
    into cmp_name
  end-string
  call 'lib-writereport' using cmp_name "O" report-line
  move spaces to report-line
  string "REPORT COMPARE -- " function trim(report_parm)
    " GENERATION " new_gen " AGAINST " old_gen
    delimited by size into report-line
  end-string
  call 'lib-writereport' using cmp_name "W" report-line
  move "RUN STAMP, PAGE HEADINGS AND TRAILER NOT COMPARED"
      to report-line
  call 'lib-writereport' using cmp_name "W" report-line
  move spaces to report-line
  call 'lib-writereport' using cmp_name "W" report-line
  move "CHANGE   OLD LN NEW LN  TEXT" to report-line
  call 'lib-writereport' using cmp_name "H" report-line

  perform compare_bodies

  move spaces to report-line
  call 'lib-writereport' using cmp_name "W" report-line
  if added_cnt = 0 and removed_cnt = 0 and changed_cnt = 0
    move "NO DIFFERENCES" to report-line
    call 'lib-writereport' using cmp_name "W" report-line
  end-if
  move spaces to report-line
  move added_cnt to disp-num
  string "ADDED " function trim(disp-num) delimited by size
    into report-line
  end-string
  move removed_cnt to disp-num
  move function length(function trim(report-line)) to title_len
  add 1 to title_len
  string "  REMOVED " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move changed_cnt to disp-num
  string "  CHANGED " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move old_cnt to disp-num
  string "  (OLD " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move new_cnt to disp-num
  string ", NEW " function trim(disp-num) " BODY LINES)"
    delimited by size into report-line with pointer title_len
  end-string
  call 'lib-writereport' using cmp_name "W" report-line
  if any_truncated = "Y"
    move "*WARNING* REPORT LONGER THAN 3000 BODY LINES -- COMPARED THE FIRST 3000"
        to report-line
    call 'lib-writereport' using cmp_name "W" report-line
  end-if
  call 'lib-writereport' using cmp_name "C" report-line

  display "cmprpt: " function trim(report_parm) " g" new_gen
      " against g" old_gen " -- " added_cnt " added, " removed_cnt
      " removed, " changed_cnt " changed."
  if added_cnt > 0 or removed_cnt > 0 or changed_cnt > 0
      or any_truncated = "Y"
    move 4 to return-code
  end-if
  goback.

read_current_generation.
  move spaces to env_basename
  string function trim(report_parm) ".rpt.cur" delimited by size
    into env_basename
  end-string
  call 'lib-runenv' using env_basename pointer_filename env_name
  call 'lib-campfile' using pointer_filename camp_code
  open input pfile
  if pfilestat = "00"
    read pfile
      at end continue
      not at end
        if pfileline is numeric
          move pfileline to new_gen
        end-if
    end-read
    close pfile
  end-if
  .

report_missing_generation.
  display "cmprpt: " function trim(gen_filename) " not on file."
  move 8 to return-code
  .

*> Read one generation into load_body, keeping only the body lines.
load_generation.
  move spaces to env_basename
  string function trim(report_parm) ".rpt.g" load_gen
    delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename gen_filename env_name
  call 'lib-campfile' using gen_filename camp_code
  move spaces to title_run
  string "PROGRAM " function trim(report_parm) "  RUN "
    delimited by size into title_run
  end-string
  move spaces to title_page
  string "PROGRAM " function trim(report_parm) "  PAGE "
    delimited by size into title_page
  end-string
  move function length(function trim(title_run)) to title_len
  add 1 to title_len
  move 0 to load_cnt
  move 0 to load_lines
  move "N" to load_truncated
  move "N" to skip_reprint
  move "N" to file_eof
  open input genfile
  if genfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read genfile at end move "Y" to file_eof
      not at end
        add 1 to load_lines
        perform keep_body_line
    end-read
  end-perform
  close genfile
  move "00" to genfilestat
  if load_truncated = "Y"
    move "Y" to any_truncated
  end-if
  .

keep_body_line.
  if genfileline(1:title_len) = title_run(1:title_len)
      or genfileline(1:20) = "*** END OF REPORT - "
    exit paragraph
  end-if
  *> A page heading: drop the blank line written ahead of it, and
  *> the column heading reprinted after it.
  if genfileline(1:title_len + 1) = title_page(1:title_len + 1)
    if load_cnt > 0
      if load_text(load_cnt) = spaces
          and load_lno(load_cnt) = load_lines - 1
        subtract 1 from load_cnt
      end-if
    end-if
    move "Y" to skip_reprint
    exit paragraph
  end-if
  if skip_reprint = "Y"
    move "N" to skip_reprint
    perform varying seen_idx from 1 by 1 until seen_idx > load_cnt
      if load_text(seen_idx) = genfileline
        exit paragraph
      end-if
    end-perform
  end-if
  if load_cnt >= 3000
    move "Y" to load_truncated
    exit paragraph
  end-if
  add 1 to load_cnt
  move load_lines to load_lno(load_cnt)
  move genfileline to load_text(load_cnt)
  .

compare_bodies.
  move 1 to old_pos
  move 1 to new_pos
  perform until old_pos > old_cnt or new_pos > new_cnt
    if old_text(old_pos) = new_text(new_pos)
      add 1 to old_pos
      add 1 to new_pos
    else
      perform find_resync
    end-if
  end-perform
  perform until old_pos > old_cnt
    perform write_removed
    add 1 to old_pos
  end-perform
  perform until new_pos > new_cnt
    perform write_added
    add 1 to new_pos
  end-perform
  .

*> The nearer meeting point wins: new lines ahead of the old line
*> were added, old lines ahead of the new line were removed; with
*> no meeting point in reach the two lines are a change.
find_resync.
  move 0 to add_dist
  perform varying look_dist from 1 by 1
      until look_dist > look_max or add_dist > 0
          or new_pos + look_dist > new_cnt
    if new_text(new_pos + look_dist) = old_text(old_pos)
      move look_dist to add_dist
    end-if
  end-perform
  move 0 to rem_dist
  perform varying look_dist from 1 by 1
      until look_dist > look_max or rem_dist > 0
          or old_pos + look_dist > old_cnt
    if old_text(old_pos + look_dist) = new_text(new_pos)
      move look_dist to rem_dist
    end-if
  end-perform
  evaluate true
    when add_dist > 0 and (rem_dist = 0 or add_dist <= rem_dist)
      perform add_dist times
        perform write_added
        add 1 to new_pos
      end-perform
    when rem_dist > 0
      perform rem_dist times
        perform write_removed
        add 1 to old_pos
      end-perform
    when other
      perform write_changed
      add 1 to old_pos
      add 1 to new_pos
  end-evaluate
  .

write_added.
  add 1 to added_cnt
  move spaces to report-line
  move "ADDED" to report-line(1:8)
  move new_lno(new_pos) to disp-lno
  move disp-lno to report-line(17:5)
  move new_text(new_pos) to report-line(25:975)
  call 'lib-writereport' using cmp_name "W" report-line
  .

write_removed.
  add 1 to removed_cnt
  move spaces to report-line
  move "REMOVED" to report-line(1:8)
  move old_lno(old_pos) to disp-lno
  move disp-lno to report-line(10:5)
  move old_text(old_pos) to report-line(25:975)
  call 'lib-writereport' using cmp_name "W" report-line
  .

write_changed.
  add 1 to changed_cnt
  move spaces to report-line
  move "CHANGED" to report-line(1:8)
  move old_lno(old_pos) to disp-lno
  move disp-lno to report-line(10:5)
  move new_lno(new_pos) to disp-lno
  move disp-lno to report-line(17:5)
  move "WAS:" to report-line(25:4)
  move old_text(old_pos) to report-line(30:970)
  call 'lib-writereport' using cmp_name "W" report-line
  move spaces to report-line
  move "NOW:" to report-line(25:4)
  move new_text(new_pos) to report-line(30:970)
  call 'lib-writereport' using cmp_name "W" report-line
  .
