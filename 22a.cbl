    *> For lib-postanswer -- the consolidated answers interface.
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".
    *> The password in full: with the row, column and facing it was
    *> worked from (layout 02).
    77 post_full pic x(60).
    77 post_type pic x value "N".
    77 post_unit pic x(8) value spaces.
    77 disp_password pic z(7)9.
    77 disp_row pic z(2)9.
    77 disp_col pic z(2)9.
    77 disp_facing pic 9.

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.
    77 map_col_hw pic s9(8) comp value 0.
    77 dir_str_len pic s9(8) comp value 0.

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
  move 0 to total_found
  perform varying rf_idx from 1 by 1 until rf_idx > rf_cnt or rf_row(rf_idx) = spaces
    *> display "LINE: " function trim(rf_row(rf_idx))
    if length of function trim(rf_row(rf_idx) trailing) > map_col_hw
      move length of function trim(rf_row(rf_idx) trailing) to map_col_hw
    end-if
    perform varying rf_char_idx from 1 by 1 until rf_char_idx > rf_chars_in_row
    *> *> perform varying rf_char_idx from 1 by 1 until rf_char_idx > length of function trim(rf_row(1))
    *>   if rf_char_idx > length of function trim(rf_row(rf_idx))
  perform run_walk
  move total_found to base_password
  move base_password to post_answer
  perform build_full_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "F" post_full post_type post_unit

  perform check_overlay
  if overlay_mode = "Y"
    end-if
  end-if

  move length of function trim(dir_str) to dir_str_len
  *> High-water of the key tables, for the headroom report.
  move "MAP-ROWS" to cap_table
  move rf_chars_in_col to cap_used
  move 200 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "MAP-COLS" to cap_table
  move map_col_hw to cap_used
  move 150 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "DIRECTIONS" to cap_table
  move dir_str_len to cap_used
  move 5650 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  perform finish_up
  goback.

  call 'lib-trail' using function module-id trail_mode trail_step
      trail_x trail_y trail_label trail_note
  .

*> The password as posted in full: where the walk ended and facing.
build_full_answer.
  move total_found to disp_password
  move curr_y to disp_row
  move curr_x to disp_col
  move curr_facing to disp_facing
  move spaces to post_full
  string function trim(disp_password) " ROW " function trim(disp_row)
    " COLUMN " function trim(disp_col) " FACING " disp_facing
    delimited by size into post_full
  end-string
  .
