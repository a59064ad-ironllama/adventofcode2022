    77 gm_eof pic x.
    77 unk_written pic x value "N".
    77 unk_slot pic 9(2).
    *> For lib-readrec -- the program lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.

    77 x_val pic s9(8) comp.
    77 total_cycles pic s9(8) comp.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 query_cycle pic s9(8) comp value 0.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> Profiler (MODE=PROFILE on the card): an annotated listing of
    *> the tape -- each instruction's cycles, X before and after and
    *> the pixels it lit -- then cycles by instruction, the spread of
    *> X, and the tape lines behind each glyph cell.
    77 profile_mode pic x value "N".
    77 instr_start pic s9(8) comp.
    77 instr_x_before pic s9(8) comp.
    77 instr_drawn pic x(2).
    77 instr_drawn_cnt pic s9(4) comp.
    77 instr_lit pic x(20).
    77 instr_lit_ptr pic s9(4) comp.
    *> The tape line whose addx put the X in force (0: X as the tape
    *> starts).
    77 x_set_line pic s9(8) comp value 0.
    77 noop_cnt pic s9(8) comp value 0.
    77 noop_cycles pic s9(8) comp value 0.
    77 addx_cnt pic s9(8) comp value 0.
    77 addx_cycles pic s9(8) comp value 0.
    77 other_cnt pic s9(8) comp value 0.
    77 x_min pic s9(8) comp value 1.
    77 x_max pic s9(8) comp value 1.
    *> Cycles spent at each X: bucket 1 below -9, 2-51 for -9 to 40
    *> (the sprite can reach the screen), 52 above 40.
    01 x_histogram.
      02 x_hist_cnt pic s9(8) comp occurs 52 times.
    77 hist_idx pic s9(4) comp.
    01 cell_table.
      02 cell_row occurs 8 times.
        03 cell_last_line pic s9(8) comp.
        03 cell_line_cnt pic s9(4) comp.
        03 cell_ptr pic s9(4) comp.
        03 cell_lines pic x(300).
    77 cell_idx pic s9(4) comp.
    77 report-line pic x(999).
    77 report-ptr pic s9(4) comp.
    77 disp-num pic -(7)9.
    77 disp-line pic z(5)9.
    77 disp-cyc pic z(5)9.
    77 disp-x pic -(5)9.
    77 disp-x2 pic -(5)9.

    *> Rendered CRT image, kept as data so the eight glyphs can be
    *> machine-decoded instead of read off the screen by a person.
    77 baseline_answer pic x(18).
    77 baseline_result pic x(4).
    77 post_status pic x(4).
    *> The decoded letters go out as a text answer in full (layout 02).
    77 baseline_full pic x(60).
    77 baseline_type pic x value "T".
    77 baseline_unit pic x(8) value "LETTERS".

procedure division.

  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  *> MODE=PROFILE, or the legacy breakpoint card -- a cycle number
  *> alone on line 1.
  move "MODE" to parm_keyword
  move "RENDER" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  if parm_value(1:7) = "PROFILE"
    display function trim(parm_echo)
    move "Y" to profile_mode
    perform start_profile
  end-if
  if ctl_line_cnt > 0 and ctl_line_row(1)(1:5) not = "MODE="
    move ctl_line_row(1)(1:8) to query_cycle
  end-if

  move 0 to total_found
  move 0 to total_cycles
  move all "." to crt_row(5)
  move all "." to crt_row(6)

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
      if profile_mode = "Y"
        compute instr_start = total_cycles + 1
        move x_val to instr_x_before
        move spaces to instr_drawn
        move 0 to instr_drawn_cnt
        move spaces to instr_lit
        move 1 to instr_lit_ptr
      end-if
    
      if instr = "noop"
        perform check_cycle  *> Doing this before first increment, CRT line is 0-indexed
        add 1 to total_cycles
        *> perform check_cycle
      else if instr = "addx"
          *> Since the addx only acts at the end of its cycles, it has its own loop.
          perform varying add_cycle_idx from 1 by 1 until add_cycle_idx > 2
            perform check_cycle
            add 1 to total_cycles
            *> perform check_cycle
  
            if add_cycle_idx = 2
              compute x_val = x_val + amt
            end-if
          end-perform
          if profile_mode = "Y"
            move rr_lineno to x_set_line
          end-if
        end-if
      end-if
      if profile_mode = "Y"
        perform list_instruction
      end-if
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof

  perform decode_glyphs

  if profile_mode = "Y"
    perform summarize_profile
  end-if
  *> Short of the 240 cycles the six rows take, part of the screen
  *> was never drawn and the glyphs read from it are not the tape's.
  if total_cycles < 240
    move total_cycles to disp-cyc
    display "10b: ERROR -- tape ends at cycle " function trim(disp-cyc)
        ", short of the 240-cycle screen."
    move 8 to return-code
  end-if

  goback.

check_cycle.
    move "." to crt_row(crt_y)(crt_x:1)
  end-if

  if profile_mode = "Y"
    perform profile_cycle
  end-if

  if query_cycle > 0 and (total_cycles + 1) = query_cycle
    display space
    display "BREAKPOINT CYCLE: " query_cycle " X: " x_val
  .
  

*> What a cycle did, for the listing line and the summary: the
*> pixel drawn, the X in force, and the line behind the glyph cell
*> the beam is in (the 5th column of each cell is the gap).
profile_cycle.
  add 1 to instr_drawn_cnt
  if instr_drawn_cnt <= 2
    move crt_row(crt_y)(crt_x:1) to instr_drawn(instr_drawn_cnt:1)
  end-if
  if crt_row(crt_y)(crt_x:1) = "#"
    move crt_y to disp-x
    move crt_x to disp-x2
    string function trim(disp-x) "/" function trim(disp-x2) " "
      delimited by size into instr_lit with pointer instr_lit_ptr
    end-string
  end-if

  if x_val < x_min
    move x_val to x_min
  end-if
  if x_val > x_max
    move x_val to x_max
  end-if
  evaluate true
    when x_val < -9
      move 1 to hist_idx
    when x_val > 40
      move 52 to hist_idx
    when other
      compute hist_idx = x_val + 11
  end-evaluate
  add 1 to x_hist_cnt(hist_idx)

  if function mod(line_pos 5) < 4
    compute cell_idx = line_pos / 5 + 1
    if cell_line_cnt(cell_idx) = 0
        or cell_last_line(cell_idx) not = x_set_line
      add 1 to cell_line_cnt(cell_idx)
      move x_set_line to cell_last_line(cell_idx)
      move x_set_line to disp-line
      if cell_ptr(cell_idx) < 290
        string function trim(disp-line) " " delimited by size
          into cell_lines(cell_idx) with pointer cell_ptr(cell_idx)
        end-string
      end-if
    end-if
  end-if
  .

start_profile.
  initialize x_histogram
  perform varying cell_idx from 1 by 1 until cell_idx > 8
    move 0 to cell_last_line(cell_idx)
    move 0 to cell_line_cnt(cell_idx)
    move 1 to cell_ptr(cell_idx)
    move spaces to cell_lines(cell_idx)
  end-perform
  call 'lib-writereport' using function module-id "O" report-line
  move "CRT INSTRUCTION TAPE PROFILE" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "  LINE  START    END  X-BEFORE  X-AFTER  INSTRUCTION   DRAWN  LIT"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  .

*> One listing line per tape line; a line that is not noop or addx
*> takes no cycles and is listed as such.
list_instruction.
  move spaces to report-line
  move rr_lineno to disp-line
  move disp-line to report-line(1:6)
  if instr = "noop"
    add 1 to noop_cnt
    add 1 to noop_cycles
  else
    if instr = "addx"
      add 1 to addx_cnt
      add 2 to addx_cycles
    else
      add 1 to other_cnt
      move function trim(rr_line) to report-line(42:12)
      move "NOT AN INSTRUCTION -- NO CYCLES" to report-line(56:31)
      call 'lib-writereport' using function module-id "W" report-line
      exit paragraph
    end-if
  end-if
  move instr_start to disp-cyc
  move disp-cyc to report-line(8:6)
  move total_cycles to disp-cyc
  move disp-cyc to report-line(15:6)
  move instr_x_before to disp-x
  move disp-x to report-line(25:6)
  move x_val to disp-x
  move disp-x to report-line(34:6)
  move function trim(rr_line) to report-line(42:12)
  move instr_drawn to report-line(56:2)
  move instr_lit to report-line(63:20)
  call 'lib-writereport' using function module-id "W" report-line
  .

summarize_profile.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CYCLES BY INSTRUCTION" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "INSTRUCTION   COUNT  CYCLES" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  move spaces to report-line
  move "noop" to report-line(1:4)
  move noop_cnt to disp-cyc
  move disp-cyc to report-line(13:6)
  move noop_cycles to disp-cyc
  move disp-cyc to report-line(21:6)
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move "addx" to report-line(1:4)
  move addx_cnt to disp-cyc
  move disp-cyc to report-line(13:6)
  move addx_cycles to disp-cyc
  move disp-cyc to report-line(21:6)
  call 'lib-writereport' using function module-id "W" report-line
  if other_cnt > 0
    move spaces to report-line
    move "other" to report-line(1:5)
    move other_cnt to disp-cyc
    move disp-cyc to report-line(13:6)
    move 0 to disp-cyc
    move disp-cyc to report-line(21:6)
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  move spaces to report-line
  move "total" to report-line(1:5)
  compute disp-cyc = noop_cnt + addx_cnt + other_cnt
  move disp-cyc to report-line(13:6)
  move total_cycles to disp-cyc
  move disp-cyc to report-line(21:6)
  call 'lib-writereport' using function module-id "W" report-line

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move x_min to disp-x
  move x_max to disp-x2
  string "X RANGE " function trim(disp-x) " TO " function trim(disp-x2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move "     X  CYCLES" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying hist_idx from 1 by 1 until hist_idx > 52
    if x_hist_cnt(hist_idx) > 0
      perform report_histogram_row
    end-if
  end-perform

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "TAPE LINES BEHIND EACH GLYPH CELL (0: X AS THE TAPE STARTS)"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CELL  LETTER  LINES WHOSE X WAS IN FORCE WHILE IT WAS DRAWN"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying cell_idx from 1 by 1 until cell_idx > 8
    move spaces to report-line
    move cell_idx to disp-line
    move disp-line(6:1) to report-line(4:1)
    move decoded_text(cell_idx:1) to report-line(9:1)
    move cell_lines(cell_idx) to report-line(15:300)
    call 'lib-writereport' using function module-id "W" report-line
  end-perform

  if total_cycles < 240
    move spaces to report-line
    move total_cycles to disp-cyc
    string "ERROR: TAPE ENDS AT CYCLE " function trim(disp-cyc)
      ", SHORT OF THE 240-CYCLE SCREEN"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  .

*> The bucket as its X (or the open end), the cycles spent there and
*> a bar of one "*" per cycle, up to 60.
report_histogram_row.
  move spaces to report-line
  evaluate hist_idx
    when 1
      move "  <-9" to report-line(2:5)
    when 52
      move "  >40" to report-line(2:5)
    when other
      compute disp-x = hist_idx - 11
      move disp-x to report-line(1:6)
  end-evaluate
  move x_hist_cnt(hist_idx) to disp-cyc
  move disp-cyc to report-line(9:6)
  if x_hist_cnt(hist_idx) > 60
    move all "*" to report-line(17:60)
    move "+" to report-line(77:1)
  else
    move all "*" to report-line(17:x_hist_cnt(hist_idx))
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Match each of the eight 4x6 glyph cells (5-column pitch) against
*> the known font and emit the decoded string as data: baseline
*> check, answers interface, run report -- like every numeric
    move "BAD " to post_status
    move spaces to baseline_answer
    move decoded_text to baseline_answer
    move decoded_text to baseline_full
    call 'lib-postanswer' using function module-id baseline_answer
        post_status "F" baseline_full baseline_type baseline_unit
    move 8 to return-code
  else
    move spaces to baseline_answer
    move decoded_text to baseline_answer
    move decoded_text to baseline_full
    call 'lib-checkbaseline' using function module-id
        baseline_answer baseline_result "F" baseline_full baseline_type
        baseline_unit
  end-if
  .

