*> procedure where there used to be five.
*> Control card (tr.ctl): TRAIL=<name> -- the writer's program id,
*> e.g. TRAIL=09b reads 09b.trl.
*>   RUN=nnnnnn      a kept run's trail (09b.trl.nnnnnn) instead of
*>                   the latest
*>   OVERLAY=nnnnnn  lay that run's trail of the same writer over it:
*>                   on a grid '*' marks a cell both trails cross,
*>                   '#' one only the first crosses and 'o' one only
*>                   the overlay crosses; node trails are listed side
*>                   by side with the steps that differ marked. rtdrift
*>                   says where and how the two differ.
*> Under a camp (BATCHCAMP) the trails read are the camp's own.

environment division.
  input-output section.
    01 tfileline pic x(52).

  working-storage section.
    01 trail_filename pic x(40).
    01 tfilestat pic xx.
    77 file_eof pic x.

        03 st_note pic x(20).
    77 node_mode pic x value "N".

    *> The overlay trail, loaded first and kept here.
    01 ov_table.
      02 ov_cnt pic s9(8) comp value 0.
      02 ov_row occurs 0 to 99999 times depending on ov_cnt
          indexed by ov_idx.
        03 ov_step pic s9(8) comp.
        03 ov_x pic s9(8) comp.
        03 ov_y pic s9(8) comp.
        03 ov_label pic x(8).
        03 ov_note pic x(20).
    77 ov_node pic x value "N".
    77 ov_filename pic x(40).
    77 camp_code pic x(3).
    77 overlay_flag pic x value "N".
    77 run_parm pic 9(6).
    77 trail_parm pic x(8).
    77 on_mark pic x.
    77 pair_cnt pic s9(8) comp.

    77 gx_min pic s9(8) comp.
    77 gx_max pic s9(8) comp.
    77 gy_min pic s9(8) comp.
    move 8 to return-code
    goback
  end-if
  move parm_value(1:8) to trail_parm

  move "OVERLAY" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_value not = spaces and function trim(parm_value) is numeric
    display function trim(parm_echo)
    move function numval(parm_value) to run_parm
    move spaces to trail_filename
    string function trim(trail_parm) ".trl." run_parm
      delimited by size into trail_filename
    end-string
    call 'lib-campfile' using trail_filename camp_code
    perform load_trail
    if step_cnt = 0
      display "trailview: no trail records in "
          function trim(trail_filename) "."
      move 8 to return-code
      goback
    end-if
    move trail_filename to ov_filename
    move step_table to ov_table
    move node_mode to ov_node
    move "Y" to overlay_flag
    move 0 to step_cnt
    move "N" to node_mode
  end-if

  move "RUN" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move spaces to trail_filename
  if parm_value not = spaces and function trim(parm_value) is numeric
    display function trim(parm_echo)
    move function numval(parm_value) to run_parm
    string function trim(trail_parm) ".trl." run_parm
      delimited by size into trail_filename
    end-string
  else
    string function trim(trail_parm) ".trl"
      delimited by size into trail_filename
    end-string
  end-if
  call 'lib-campfile' using trail_filename camp_code

  perform load_trail
  if step_cnt = 0
    move 8 to return-code
    goback
  end-if
  if overlay_flag = "Y" and ov_node not = node_mode
    display "trailview: " function trim(trail_filename) " and "
        function trim(ov_filename)
        " are not the same kind of trail -- no overlay."
    move 8 to return-code
    goback
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "TRAIL VIEW -- " function trim(trail_filename)
    delimited by size into report-line
  end-string
  if overlay_flag = "Y"
    string function trim(report-line) " OVERLAID WITH "
      function trim(ov_filename) delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line

  evaluate true
    when node_mode = "Y" and overlay_flag = "Y"
      perform render_node_overlay
    when node_mode = "Y"
      perform render_node_trail
    when other
      perform render_grid_trail
  end-evaluate

  call 'lib-writereport' using function module-id "C" report-line
  display "trailview: " step_cnt " step(s) rendered from "
      move st_y(step_idx) to gy_max
    end-if
  end-perform
  perform varying ov_idx from 1 by 1 until ov_idx > ov_cnt
    if ov_x(ov_idx) < gx_min
      move ov_x(ov_idx) to gx_min
    end-if
    if ov_x(ov_idx) > gx_max
      move ov_x(ov_idx) to gx_max
    end-if
    if ov_y(ov_idx) < gy_min
      move ov_y(ov_idx) to gy_min
    end-if
    if ov_y(ov_idx) > gy_max
      move ov_y(ov_idx) to gy_max
    end-if
  end-perform
  compute grid_width = gx_max - gx_min + 1
  if grid_width > 998
    display "trailview: trail spans " grid_width
        " columns -- rendering the first 998."
    move 998 to grid_width
  end-if
  move "*" to on_mark
  if overlay_flag = "Y"
    move "#" to on_mark
    move "TRAIL MAP ('*' ON BOTH, '#' FIRST ONLY, 'o' OVERLAY ONLY, S START, E END)"
        to report-line
  else
    move "TRAIL MAP ('*' ON TRAIL, S START, E END)" to report-line
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  perform varying grid_row from gy_max by -1
      until grid_row < gy_min
      if st_y(step_idx) = grid_row
        compute grid_col = st_x(step_idx) - gx_min + 1
        if grid_col >= 1 and grid_col <= grid_width
          move on_mark to report-line(grid_col:1)
        end-if
      end-if
    end-perform
    perform varying ov_idx from 1 by 1 until ov_idx > ov_cnt
      if ov_y(ov_idx) = grid_row
        compute grid_col = ov_x(ov_idx) - gx_min + 1
        if grid_col >= 1 and grid_col <= grid_width
          if report-line(grid_col:1) = "#"
              or report-line(grid_col:1) = "*"
            move "*" to report-line(grid_col:1)
          else
            move "o" to report-line(grid_col:1)
          end-if
        end-if
      end-if
    end-perform
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  .

*> The two node routes side by side, a step where they differ
*> marked "<>".
render_node_overlay.
  move "STEP     NODE      OVERLAY" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move step_cnt to pair_cnt
  if ov_cnt > pair_cnt
    move ov_cnt to pair_cnt
  end-if
  perform varying step_idx from 1 by 1 until step_idx > pair_cnt
    move spaces to report-line
    if step_idx <= step_cnt
      move st_step(step_idx) to disp-num
      move st_label(step_idx) to report-line(10:8)
    else
      move ov_step(step_idx) to disp-num
      move "-" to report-line(10:1)
    end-if
    move function trim(disp-num) to report-line(1:8)
    if step_idx <= ov_cnt
      move ov_label(step_idx) to report-line(20:8)
    else
      move "-" to report-line(20:1)
    end-if
    if report-line(10:8) not = report-line(20:8)
      move "<>" to report-line(30:2)
    end-if
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  end-perform
  .
