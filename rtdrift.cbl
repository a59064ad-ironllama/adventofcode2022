           >>source format free
identification division.
program-id. rtdrift.
author. alexoh@wcoding.
*> Route drift between two runs of one path-producing program.
*> lib-trail keeps every run's trail as <writer>.trl.<run>, and the
*> question is "is tonight's route the one we took last week?" --
*> the answer printed can be the same while the route under it is
*> not. This compares two trails of the same writer step by step:
*> cells (x,y) for a coordinate trail, node labels for a node trail;
*> the annotations are not compared. It reports
*>   - the first step where the two routes part,
*>   - every step added or dropped, and every stretch where the two
*>     walk different nodes or cells, with the steps on each side,
*>   - a verdict: SAME ROUTE, SAME LENGTH BUT DIFFERENT ROUTE, or
*>     DIFFERENT LENGTH.
*> Steps are matched in order; where the routes part, the next 50
*> steps of each side are searched for the point they meet again --
*> steps skipped over on one side were added or dropped, and a step
*> with no match on either side is a change. (The same walk cmprpt
*> makes through two report generations.)
*> The compare is written as the rtdrift report.
*> Control card (rt.ctl):
*>   TRAIL=name    the writer, e.g. TRAIL=16a (required)
*>   OLD=nnnnnn    run whose trail to compare against (required)
*>   NEW=nnnnnn    run to compare (default the latest trail,
*>                 <writer>.trl)
*> Under a camp (BATCHCAMP) the trails compared are the camp's own.
*> Return code 4 when the routes differ, 8 when a trail is not on
*> file or the two are not the same kind of trail.

environment division.
  input-output section.
    file-control.
      select tfile assign to trail_filename
        organization is line sequential
        file status is tfilestat.

data division.
  file section.
    fd tfile.
    01 tfileline pic x(52).

  working-storage section.
    01 trail_filename pic x(40).
    01 tfilestat pic xx.
    77 file_eof pic x.

    *> Each trail's steps, keyed by the cell or node the step is on.
    01 old_trail.
      02 old_cnt pic s9(8) comp value 0.
      02 old_row occurs 0 to 99999 times depending on old_cnt
          indexed by old_idx.
        03 old_step pic s9(8) comp.
        03 old_key pic x(20).
    01 new_trail.
      02 new_cnt pic s9(8) comp value 0.
      02 new_row occurs 0 to 99999 times depending on new_cnt
          indexed by new_idx.
        03 new_step pic s9(8) comp.
        03 new_key pic x(20).
    *> One trail as it is read, before it is kept as old or new.
    01 load_trail.
      02 load_cnt pic s9(8) comp value 0.
      02 load_row occurs 0 to 99999 times depending on load_cnt
          indexed by load_idx.
        03 load_step pic s9(8) comp.
        03 load_key pic x(20).
    77 load_node pic x.
    77 old_node pic x.
    77 new_node pic x.
    77 load_truncated pic x.
    77 any_truncated pic x value "N".
    77 step_x pic s9(8) comp.
    77 step_y pic s9(8) comp.
    77 disp-xy pic -(7)9.
    77 key_ptr pic s9(4) comp.

    *> The walk through both trails.
    77 old_pos pic s9(8) comp.
    77 new_pos pic s9(8) comp.
    77 look_dist pic s9(4) comp.
    77 look_max pic s9(4) comp value 50.
    77 add_dist pic s9(4) comp.
    77 rem_dist pic s9(4) comp.
    77 added_cnt pic s9(8) comp value 0.
    77 dropped_cnt pic s9(8) comp value 0.
    77 changed_cnt pic s9(8) comp value 0.
    77 stretch_cnt pic s9(8) comp value 0.
    77 in_stretch pic x value "N".
    77 first_old pic s9(8) comp value -1.
    77 first_new pic s9(8) comp value -1.

    77 trail_parm pic x(8).
    77 old_run pic 9(6) value 0.
    77 new_run pic 9(6) value 0.
    77 new_given pic x value "N".
    77 old_name pic x(40).
    77 new_name pic x(40).
    77 camp_code pic x(3).
    77 verdict pic x(40).
    77 disp-num pic z(7)9.
    77 disp-step pic z(5)9.
    77 title_len pic s9(4) comp.
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

  move "TRAIL" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to trail_parm
  if trail_parm = spaces
    display "rtdrift: TRAIL= is required (e.g. TRAIL=16a)."
    move 8 to return-code
    goback
  end-if

  move "OLD" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value = spaces or function trim(parm_value) is not numeric
    display "rtdrift: OLD=<run> is required."
    move 8 to return-code
    goback
  end-if
  move function numval(parm_value) to old_run

  move "NEW" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value not = spaces and function trim(parm_value) is numeric
    move function numval(parm_value) to new_run
    move "Y" to new_given
  end-if

  move spaces to trail_filename
  string function trim(trail_parm) ".trl." old_run
    delimited by size into trail_filename
  end-string
  call 'lib-campfile' using trail_filename camp_code
  move trail_filename to old_name
  perform load_trail_file
  if tfilestat not = "00"
    perform report_missing_trail
    goback
  end-if
  move load_trail to old_trail
  move load_node to old_node

  move spaces to trail_filename
  if new_given = "Y"
    string function trim(trail_parm) ".trl." new_run
      delimited by size into trail_filename
    end-string
  else
    string function trim(trail_parm) ".trl"
      delimited by size into trail_filename
    end-string
  end-if
  call 'lib-campfile' using trail_filename camp_code
  move trail_filename to new_name
  perform load_trail_file
  if tfilestat not = "00"
    perform report_missing_trail
    goback
  end-if
  move load_trail to new_trail
  move load_node to new_node

  if old_node not = new_node
    display "rtdrift: " function trim(old_name) " and "
        function trim(new_name)
        " are not the same kind of trail -- nothing compared."
    move 8 to return-code
    goback
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "ROUTE DRIFT -- " function trim(new_name) " AGAINST "
    function trim(old_name) delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if old_node = "Y"
    move "NODE TRAIL -- NODE LABELS COMPARED, ANNOTATIONS NOT"
        to report-line
  else
    move "COORDINATE TRAIL -- CELLS COMPARED, ANNOTATIONS NOT"
        to report-line
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CHANGE   OLD STEP NEW STEP NODE/CELL" to report-line
  call 'lib-writereport' using function module-id "H" report-line

  perform compare_trails

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  if stretch_cnt = 0
    move "ROUTES DO NOT PART" to report-line
  else
    move spaces to report-line
    move 1 to title_len
    string "ROUTES FIRST PART AT" delimited by size
      into report-line with pointer title_len
    end-string
    if first_old >= 0
      move first_old to disp-step
      string " OLD STEP " function trim(disp-step) delimited by size
        into report-line with pointer title_len
      end-string
    else
      string " THE END OF THE OLD TRAIL" delimited by size
        into report-line with pointer title_len
      end-string
    end-if
    if first_new >= 0
      move first_new to disp-step
      string " / NEW STEP " function trim(disp-step)
        delimited by size into report-line with pointer title_len
      end-string
    else
      string " / THE END OF THE NEW TRAIL" delimited by size
        into report-line with pointer title_len
      end-string
    end-if
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  move spaces to report-line
  move added_cnt to disp-num
  move 1 to title_len
  string "ADDED " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move dropped_cnt to disp-num
  string "  DROPPED " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move changed_cnt to disp-num
  string "  CHANGED " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move stretch_cnt to disp-num
  string "  IN " function trim(disp-num) " STRETCH(ES)"
    delimited by size into report-line with pointer title_len
  end-string
  move old_cnt to disp-num
  string "  (OLD " function trim(disp-num) delimited by size
    into report-line with pointer title_len
  end-string
  move new_cnt to disp-num
  string ", NEW " function trim(disp-num) " STEPS)"
    delimited by size into report-line with pointer title_len
  end-string
  call 'lib-writereport' using function module-id "W" report-line

  evaluate true
    when old_cnt not = new_cnt
      move "DIFFERENT LENGTH" to verdict
    when added_cnt = 0 and dropped_cnt = 0 and changed_cnt = 0
      move "SAME ROUTE" to verdict
    when other
      move "SAME LENGTH BUT DIFFERENT ROUTE" to verdict
  end-evaluate
  move spaces to report-line
  string "VERDICT: " function trim(verdict) delimited by size
    into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if any_truncated = "Y"
    move "*WARNING* TRAIL LONGER THAN 99999 STEPS -- COMPARED THE FIRST 99999"
        to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  call 'lib-writereport' using function module-id "C" report-line

  display "rtdrift: " function trim(new_name) " against "
      function trim(old_name) " -- " function trim(verdict) "."
  if verdict not = "SAME ROUTE" or any_truncated = "Y"
    move 4 to return-code
  end-if
  goback.

report_missing_trail.
  display "rtdrift: " function trim(trail_filename) " not on file."
  move 8 to return-code
  .

*> Read one trail into load_trail. A step on a node trail is keyed
*> by its label, a step on a coordinate trail by its cell.
load_trail_file.
  move 0 to load_cnt
  move "N" to load_node
  move "N" to load_truncated
  move "N" to file_eof
  open input tfile
  if tfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read tfile at end move "Y" to file_eof
      not at end
        if tfileline(1:6) is numeric
          if load_cnt >= 99999
            move "Y" to load_truncated
          else
            add 1 to load_cnt
            move tfileline(1:6) to load_step(load_cnt)
            move spaces to load_key(load_cnt)
            if tfileline(24:8) not = spaces
              move "Y" to load_node
              move tfileline(24:8) to load_key(load_cnt)
            else
              compute step_x = function numval(tfileline(8:7))
              compute step_y = function numval(tfileline(16:7))
              move 1 to key_ptr
              move step_x to disp-xy
              string "(" function trim(disp-xy) ","
                delimited by size into load_key(load_cnt)
                with pointer key_ptr
              end-string
              move step_y to disp-xy
              string function trim(disp-xy) ")"
                delimited by size into load_key(load_cnt)
                with pointer key_ptr
              end-string
            end-if
          end-if
        end-if
    end-read
  end-perform
  close tfile
  move "00" to tfilestat
  if load_truncated = "Y"
    move "Y" to any_truncated
  end-if
  .

compare_trails.
  move 1 to old_pos
  move 1 to new_pos
  perform until old_pos > old_cnt or new_pos > new_cnt
    if old_key(old_pos) = new_key(new_pos)
      move "N" to in_stretch
      add 1 to old_pos
      add 1 to new_pos
    else
      perform start_stretch
      perform find_resync
    end-if
  end-perform
  if old_pos <= old_cnt or new_pos <= new_cnt
    perform start_stretch
  end-if
  perform until old_pos > old_cnt
    perform write_dropped
    add 1 to old_pos
  end-perform
  perform until new_pos > new_cnt
    perform write_added
    add 1 to new_pos
  end-perform
  .

*> The first difference after a matching step opens a stretch; the
*> first stretch is where the routes part.
start_stretch.
  if in_stretch = "Y"
    exit paragraph
  end-if
  move "Y" to in_stretch
  add 1 to stretch_cnt
  if stretch_cnt = 1
    if old_pos <= old_cnt
      move old_step(old_pos) to first_old
    end-if
    if new_pos <= new_cnt
      move new_step(new_pos) to first_new
    end-if
  end-if
  move stretch_cnt to disp-num
  move spaces to report-line
  string "-- STRETCH " function trim(disp-num) " --" delimited by size
    into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

*> The nearer meeting point wins: new steps ahead of the old step
*> were added, old steps ahead of the new step were dropped; with
*> no meeting point in reach the two steps are a change.
find_resync.
  move 0 to add_dist
  perform varying look_dist from 1 by 1
      until look_dist > look_max or add_dist > 0
          or new_pos + look_dist > new_cnt
    if new_key(new_pos + look_dist) = old_key(old_pos)
      move look_dist to add_dist
    end-if
  end-perform
  move 0 to rem_dist
  perform varying look_dist from 1 by 1
      until look_dist > look_max or rem_dist > 0
          or old_pos + look_dist > old_cnt
    if old_key(old_pos + look_dist) = new_key(new_pos)
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
        perform write_dropped
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
  move new_step(new_pos) to disp-step
  move disp-step to report-line(19:6)
  move new_key(new_pos) to report-line(28:20)
  call 'lib-writereport' using function module-id "W" report-line
  .

write_dropped.
  add 1 to dropped_cnt
  move spaces to report-line
  move "DROPPED" to report-line(1:8)
  move old_step(old_pos) to disp-step
  move disp-step to report-line(10:6)
  move old_key(old_pos) to report-line(28:20)
  call 'lib-writereport' using function module-id "W" report-line
  .

write_changed.
  add 1 to changed_cnt
  move spaces to report-line
  move "CHANGED" to report-line(1:8)
  move old_step(old_pos) to disp-step
  move disp-step to report-line(10:6)
  move new_step(new_pos) to disp-step
  move disp-step to report-line(19:6)
  move "WAS " to report-line(28:4)
  move old_key(old_pos) to report-line(32:20)
  move "NOW " to report-line(53:4)
  move new_key(new_pos) to report-line(57:20)
  call 'lib-writereport' using function module-id "W" report-line
  .
