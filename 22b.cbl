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

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines

  display "FINAL: " total_found
  move total_found to post_answer
  perform build_full_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "F" post_full post_type post_unit

  *> Path-trace visualization: the final board with an arrow per
  *> facing direction dropped on each visited cell, so a wrong final
    end-if
  end-perform
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
