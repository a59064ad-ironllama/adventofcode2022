    01 snfileline pic x(9999).

  working-storage section.
    *> For lib-readrec -- the rope motions, one at a time. A batch
    *> scenario's motions are read the same way off its own file.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.
    77 motion_source pic x value "D".
    77 motion_eof pic x.

    77 dir pic x.
    77 amt pic 9(2) comp.
    *> For lib-postanswer -- the consolidated answers interface.
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".
    *> Posted in full (layout 02): the count with its rope length, or
    *> in batch mode every scenario's result, input/knots=visited,
    *> as many as the 60 bytes hold.
    77 post_full pic x(60).
    77 post_type pic x value "N".
    77 post_unit pic x(8) value "POSITION".
    77 post_text pic x(18).
    77 post_ptr pic s9(4) comp.
    77 post_entry pic x(30).
    77 post_entry_len pic s9(4) comp.
    77 post_full_done pic x.

    *> For lib-trail -- the shared trail interchange format the
    *> downstream mapping consumers read (viewable with trailview).
    77 trail_note pic x(20).

procedure division.
  *> Optional control card: number of tail knots to follow the head
  *> (defaults to 9, i.e. the 10-knot bridge rope).
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
    perform run_batch
    goback
  end-if

  move "D" to motion_source
  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform run_simulation
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  compute total_found = tail_visited_cnt + 1
  display "FINAL: " total_found
  move total_found to post_answer
  move total_found to disp-num2
  move knot_cnt to disp-num
  move spaces to post_full
  string function trim(disp-num2) " TAIL KNOTS " function trim(disp-num)
    delimited by size into post_full
  end-string
  call 'lib-postanswer' using function module-id post_answer
      post_status "F" post_full post_type post_unit

  perform dump_heat_map
  perform write_trail_file
    move 0 to all_tail_y(reset_idx)
  end-perform

  perform next_motion
  perform until motion_eof = "Y"
    *> display "LINE: " function trim(rr_line)
    unstring rr_line delimited by spaces
      into dir amt
    end-unstring
    *> display "DIR: " dir " AMT: " amt
      end-perform

    end-perform
    perform next_motion
  end-perform
  .

*> The next motion off the day's input ("D") or the scenario file
*> being run ("S").
next_motion.
  if motion_source = "S"
    read snfile
      at end
        move "Y" to motion_eof
      not at end
        move "N" to motion_eof
        move snfileline to rr_line
    end-read
  else
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    move rr_eof to motion_eof
  end-if
  .

read_scenarios.
  move "N" to scn_eof
  open input scnfile
  end-perform
  call 'lib-writereport' using function module-id "C" report-line
  display "09b: " scenario_cnt " scenario(s) simulated."
  perform post_batch_answer
  .

*> One posting for the batch: the scenario results side by side as a
*> multi-value text answer. Those that do not fit in 60 bytes are
*> marked "..." and stay on the report.
post_batch_answer.
  move spaces to post_full
  move 1 to post_ptr
  move "N" to post_full_done
  perform varying scenario_idx from 1 by 1
      until scenario_idx > scenario_cnt or post_full_done = "Y"
    move scenario_knots(scenario_idx) to disp-num
    move spaces to post_entry
    if scenario_visited(scenario_idx) < 0
      string "09" function trim(scenario_suffix(scenario_idx)) "/"
        function trim(disp-num) "=MISSING"
        delimited by size into post_entry
      end-string
    else
      move scenario_visited(scenario_idx) to disp-num2
      string "09" function trim(scenario_suffix(scenario_idx)) "/"
        function trim(disp-num) "=" function trim(disp-num2)
        delimited by size into post_entry
      end-string
    end-if
    move length of function trim(post_entry) to post_entry_len
    if post_ptr + post_entry_len > 57
      string "..." delimited by size into post_full
        with pointer post_ptr
      end-string
      move "Y" to post_full_done
    else
      string function trim(post_entry) " " delimited by size
        into post_full with pointer post_ptr
      end-string
    end-if
  end-perform
  move "T" to post_type
  move spaces to post_text
  call 'lib-postanswer' using function module-id post_text
      post_status "F" post_full post_type post_unit
  .

run_one_scenario.
  string "09" scenario_suffix(scenario_idx) delimited by space
    into scn_in_filename
  end-string
  open input snfile
  if snfilestat not = "00"
    display "09b: scenario input " function trim(scn_in_filename)
    move -1 to scenario_visited(scenario_idx)
    exit paragraph
  end-if
  move scenario_knots(scenario_idx) to knot_cnt
  move "S" to motion_source
  perform run_simulation
  close snfile
  compute scenario_visited(scenario_idx) = tail_visited_cnt + 1

  *> Per-scenario detail section.
