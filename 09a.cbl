
data division.
  working-storage section.
    *> For lib-readrec -- the rope motions, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    77 dir pic x.
    77 amt pic 9(2) comp.
    77 post_status pic x(4).

procedure division.
  *> Optional control card: number of tail knots to follow the head
  *> (defaults to 1, i.e. the original 2-knot rope).
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt > 0
    move ctl_line_row(1)(1:4) to knot_cnt
  end-if

  move 0 to head_x
  move 0 to head_y

  move 0 to tail_visited_cnt

  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      *> display "LINE: " function trim(rr_line)
      unstring rr_line delimited by spaces
        into dir amt
      end-unstring
      *> display "DIR: " dir " AMT: " amt

      perform varying follow_idx from 1 by 1 until follow_idx > amt
        if dir = "U" add 1 to head_y end-if
        if dir = "D" subtract 1 from head_y end-if
        if dir = "R" add 1 to head_x end-if
        if dir = "L" subtract 1 from head_x end-if
        *> display "HEAD: " head_x "," head_y " TAIL: " tail_x "," tail_y

        perform varying all_tail_idx from 0 by 1 until all_tail_idx > knot_cnt - 1
          if all_tail_idx = 0
            move head to curr_head
          else
            move all_tail_pos(all_tail_idx) to curr_head
          end-if
          move all_tail_pos(all_tail_idx + 1) to curr_tail
          perform follow_head
          move curr_tail to all_tail_pos(all_tail_idx + 1)
        end-perform

      end-perform
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  compute total_found = tail_visited_cnt + 1
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"

  goback.

