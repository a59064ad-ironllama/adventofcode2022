
data division.
  working-storage section.
    *> For lib-readrec -- the program lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    77 x_val pic s9(8) comp.
    77 total_cycles pic s9(8) comp.
    77 post_status pic x(4).

procedure division.

  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt > 0
    move ctl_line_row(1)(1:8) to query_cycle
  end-if

  move 0 to total_found
  move 0 to total_cycles
  move 1 to x_val

  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "N"
      *> display "LINE: " function trim(rr_line)
      *> Process the line.
      move spaces to instr
      move zeros to amt
      unstring function trim(rr_line) delimited by space
        into instr amt
      end-unstring
      *> display "NEW: " function trim(instr) " : " amt " x-before: " x_val
    
      if instr = "noop"
        add 1 to total_cycles
        perform check_cycle
      else
        if instr = "addx"
          *> Since the addx only acts at the end of its cycles, it has its own loop.
          perform varying addx_cycle_idx from 1 by 1 until addx_cycle_idx > 2
            add 1 to total_cycles
            perform check_cycle

            if addx_cycle_idx = 2
              compute x_val = x_val + amt
            end-if
          end-perform
        end-if
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"

  goback.

