      select plfile assign to "05.pln"
        organization is line sequential
        file status is plfilestat.
      *> Shift policy for the work-order mode (WORKORDERS=YES on
      *> 05.ctl), one setting per record:
      *>   "MOVES nnn"          crane moves one shift can take
      *>   "MINUTES nnn"        minutes per crate lifted
      *>   "SHIFTMINUTES nnn"   length of a shift (default 480)
      *>   "CRANE nn DOCKS d d d ..."  the docks crane nn can reach
      *> With no CRANE records one crane (01) reaches every dock.
      select shfile assign to "05.shf"
        organization is line sequential
        file status is shfilestat.
      *> The crew's copy of the work orders, one record per move:
      *> work order (= shift) 9(4), crane 9(2) (00 = no crane
      *> reaches), move sequence 9(5), the move as "move n from a to b".
      select wofile assign to "05.wko"
        organization is line sequential
        file status is wofilestat.

data division.
  file section.
    fd plfile.
    01 plfileline pic x(30).

    fd shfile.
    01 shfileline pic x(99).

    fd wofile.
    01 wofileline pic x(44).

  working-storage section.
    *> For lib-readrec -- the diagram and move lines, one at a time.
    77 rr_line pic x(9999).
    77 rr_lineno pic s9(8) comp.
    77 rr_eof pic x.
    *> The line after the diagram's numbering row is its blank
    *> separator.
    77 skip_next pic x value "N".

    77 dock_done pic 9 comp.
    77 dock_char_found pic 9 comp.
    77 plan_pop_ltr pic x.
    77 plan_clear_to pic s9(4) comp.

    *> Shift work orders: the move list, replayed or planned, cut
    *> into one numbered work order per shift against 05.shf.
    01 shfilestat pic xx.
    01 wofilestat pic xx.
    77 workorder_mode pic x value "N".
    77 shf_moves pic 9(4) value 0.
    77 shf_crate_min pic 9(4) value 0.
    77 shf_length pic 9(4) value 480.
    01 shf_words.
      02 shf_word pic x(12) occurs 24 times indexed by shf_word_idx.
    01 shf_cranes.
      02 crn_cnt pic s9(4) comp value 0.
      02 crn_row occurs 9 times indexed by crn_idx.
        03 crn_id pic 9(2).
        *> "Y" in position d when the crane reaches dock d.
        03 crn_reach pic x(99).
        03 crn_moves pic s9(8) comp.
        03 crn_crates pic s9(8) comp.
        03 crn_mins pic s9(8) comp.
    01 wo_moves.
      02 wo_cnt pic s9(8) comp value 0.
      02 wo_row occurs 0 to 99999 times depending on wo_cnt
          indexed by wo_idx.
        03 wo_amt pic s9(4) comp.
        03 wo_from pic s9(4) comp.
        03 wo_to pic s9(4) comp.
    77 wo_crane pic s9(4) comp.
    77 wo_shift pic s9(4) comp.
    77 wo_shift_moves pic s9(8) comp.
    77 wo_mins pic s9(8) comp.
    77 wo_reach_ok pic x.
    77 wo_exception_cnt pic s9(8) comp value 0.
    *> Moves past the work-move list's capacity: on no work order,
    *> so each one is an exception for the crew.
    77 wo_max pic s9(8) comp value 99999.
    77 wo_dropped_cnt pic s9(8) comp value 0.
    77 disp-wo-drop pic z(7)9.
    77 wo_dock pic s9(4) comp.
    77 wo_util pic s9(4) comp.
    77 wo_ptr pic s9(4) comp.
    *> Applied once the report is closed (a CALL resets RETURN-CODE).
    77 wo_rc pic s9(4) comp value 0.
    77 wo_seq pic 9(5).
    77 wo_move_text pic x(30).
    77 disp-wo pic z(3)9.
    77 disp-wo-num pic z(7)9.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
    77 edit_lineno pic s9(8) comp.
    77 edit_result pic x(3).
    77 edit_reason pic x(8).

    77 report-line pic x(999).
    *> For lib-joblog.
    77 jl_values pic x(60).
    77 disp-amt pic z9.
    77 disp-from pic z9.
    77 disp-to pic z9.

procedure division.
  *> dock_cnt starts at its max so the crate-stack table is fully
  *> addressable while parsing crate rows, before the numbering row
  *> at the bottom of the stack diagram tells us the real dock count.

  *> Keyword control card: MODE=REPLAY (default) or PLAN.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "MODE" to parm_keyword
  if parm_value(1:4) = "PLAN"
    move "Y" to plan_mode
  end-if
  *> WORKORDERS=YES cuts the move list into shift work orders.
  move "WORKORDERS" to parm_keyword
  move "NO" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:1) = "Y"
    move "Y" to workorder_mode
  end-if

  move 0 to total_found

  *> Edit pass: any record that claims to be a move must have the
  *> full "move n from a to b" shape with numeric fields. Rejected
  *> moves go to 05.edt/05.rej and are dropped from the replay as
  *> they are read.
  move "MOVESHAPE" to edit_rule
  call 'lib-editinput' using function module-id "O" edit_rule
      edit_lineno edit_line edit_result edit_reason

  *> Audit trail: every crane move as it's applied, for replay checks.
  call 'lib-writereport' using function module-id "O" report-line
  move "CRANE MOVE LOG" to report-line
  call 'lib-writereport' using function module-id "W" report-line

  call 'lib-readrec' using function module-id "O" rr_line rr_lineno
      rr_eof
  perform until rr_eof = "Y"
    call 'lib-readrec' using function module-id "R" rr_line rr_lineno
        rr_eof
    if rr_eof = "Y"
      exit perform
    end-if
    move "OK " to edit_result
    if rr_line(1:5) = "move "
      move rr_lineno to edit_lineno
      move rr_line to edit_line
      call 'lib-editinput' using function module-id "V" edit_rule
          edit_lineno edit_line edit_result edit_reason
    end-if
    if edit_result not = "OK "
      exit perform cycle
    end-if
    if skip_next = "Y"
      move "N" to skip_next
      exit perform cycle
    end-if
    *> display "LINE! [" rr_line "]"

        *> First, parse the dock/crate initial setup.
    if dock_done = 0
      move 0 to dock_char_found
      perform varying dock_char_idx from 1 by 1 until dock_char_idx > 98 or dock_char_found = 1
        *> display "SEARCH: " dock_char_idx
        if rr_line(dock_char_idx:1) = "["
          add 1 to dock_char_found
        end-if
      end-perform
      if dock_char_found = 1
        move 1 to dock_char_idx
        perform varying dock_char_adv from 1 by 1 until dock_char_adv > 98
          move rr_line(dock_char_adv + 1:1) to crate_char
          if crate_char <> " " and dock_char_idx > dock_cnt
            *> A crate column past the dock table would corrupt the
            *> replay: dump the evidence and drop the crate.
            move "parse dock diagram" to dump_paragraph
            move rr_lineno to dump_lineno
            move rr_line to edit_line
            move "dock_char_idx" to dump_counter_name
            move dock_char_idx to dump_counter
            move dock_cnt to dump_bound
      else
        *> This is the " 1   2   3 ..." numbering row: derive the
        *> real dock count from its width instead of hardcoding it.
        compute dock_cnt = (function length(function trim(rr_line)) + 3) / 4
        move 1 to dock_done
        move "Y" to skip_next
        *> perform display_dock
      end-if

      end-if

      move 6 to unstring_idx  *> Skip the "move " in the line.
      unstring rr_line delimited by " from " or " to "
          *> into directions  *> WHY DOESN'T THIS WORK?!?! AARRRGGG!!
          into move_amt move_from move_to
          with pointer unstring_idx
        into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
      if workorder_mode = "Y"
        perform record_work_move
      end-if

      move crate_stack_row(move_from)(1:move_amt) to crane

      move temp_crate to crate_stack_row(move_to)
    end-if
  end-perform
  call 'lib-readrec' using function module-id "C" rr_line rr_lineno
      rr_eof
  call 'lib-editinput' using function module-id "C" edit_rule
      edit_lineno edit_line edit_result edit_reason

  if plan_mode = "Y"
    perform generate_move_plan
    if workorder_mode = "Y" and plan_failed = "N"
      perform cut_work_orders
    end-if
    call 'lib-writereport' using function module-id "C" report-line
    if wo_rc > return-code
      move wo_rc to return-code
    end-if
    goback
  end-if

  perform display_dock
  display "FINAL: " function trim(total_found)
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  move "FINAL DOCK STACKS (bottom to top)" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  end-perform

  perform reconcile_cargo
  if workorder_mode = "Y"
    perform cut_work_orders
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  if wo_rc > return-code
    move wo_rc to return-code
  end-if

  goback.

generate_move_plan.
  open input tgfile
  if tgfilestat not = "00"
    move tgfilestat to jl_values
    call 'lib-joblog' using function module-id "D05B001" jl_values
    move 8 to return-code
    exit paragraph
  end-if
  move spaces to report-line
  move plfileline to report-line
  call 'lib-writereport' using function module-id "W" report-line
  if workorder_mode = "Y"
    move 1 to move_amt
    move plan_src to move_from
    move plan_scratch to move_to
    perform record_work_move
  end-if
  .

record_work_move.
  if wo_cnt < wo_max
    add 1 to wo_cnt
    move move_amt to wo_amt(wo_cnt)
    move move_from to wo_from(wo_cnt)
    move move_to to wo_to(wo_cnt)
  else
    add 1 to wo_dropped_cnt
  end-if
  .

*> Shift work orders. Every move that no crane can reach, or that
*> takes longer than a whole shift, is listed first -- the crew has
*> to have it resolved before starting, not find it on the dock.
*> The moves are then cut, in list order, into one work order per
*> shift: a shift closes when it has taken MOVES moves or when the
*> next move would run its crane past the end of the shift. Each
*> move goes to the least-busy crane (this shift) reaching both of
*> its docks. Crane utilization closes each work order.
cut_work_orders.
  perform load_shift_policy
  if shfilestat not = "00"
    display "05b: no 05.shf shift policy -- work orders not cut."
    move 4 to wo_rc
    exit paragraph
  end-if
  if shf_moves = 0 or shf_crate_min = 0 or shf_length = 0
    display "05b: 05.shf needs MOVES, MINUTES and SHIFTMINUTES above"
        " zero -- work orders not cut."
    move 4 to wo_rc
    exit paragraph
  end-if

  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "SHIFT WORK ORDERS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move shf_moves to disp-wo
  string "POLICY: " function trim(disp-wo) " MOVES PER SHIFT, "
    delimited by size into report-line
  end-string
  move function length(function trim(report-line)) to wo_ptr
  add 2 to wo_ptr
  move shf_crate_min to disp-wo
  string function trim(disp-wo) " MINUTES PER CRATE, SHIFT OF "
    delimited by size into report-line with pointer wo_ptr
  end-string
  move shf_length to disp-wo
  string function trim(disp-wo) " MINUTES" delimited by size
    into report-line with pointer wo_ptr
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform varying crn_idx from 1 by 1 until crn_idx > crn_cnt
    perform report_crane_reach
  end-perform

  *> Exceptions first.
  move "WORK ORDER EXCEPTIONS (RESOLVE BEFORE THE CREW STARTS)"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  perform varying wo_idx from 1 by 1 until wo_idx > wo_cnt
    perform check_work_move
  end-perform
  if wo_dropped_cnt > 0
    add wo_dropped_cnt to wo_exception_cnt
    move wo_dropped_cnt to disp-wo-drop
    move wo_max to disp-wo-num
    move spaces to report-line
    string "  " function trim(disp-wo-drop) " MOVE(S) AFTER MOVE "
      function trim(disp-wo-num) " -- ON NO WORK ORDER, THE MOVE LIST"
      " IS FULL"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if wo_exception_cnt = 0
    move "  NONE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if

  open output wofile
  if wofilestat not = "00"
    display "05b: ERROR opening 05.wko status " wofilestat
    move 12 to wo_rc
    exit paragraph
  end-if
  move 1 to wo_shift
  move 0 to wo_shift_moves
  perform reset_crane_load
  perform write_work_order_heading
  perform varying wo_idx from 1 by 1 until wo_idx > wo_cnt
    perform cut_one_move
  end-perform
  if wo_cnt > 0
    perform report_utilization
  end-if
  close wofile

  move spaces to report-line
  move wo_shift to disp-wo
  move wo_exception_cnt to disp-wo-num
  string "WORK ORDERS CUT: " function trim(disp-wo)
    "  EXCEPTIONS: " function trim(disp-wo-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "05b: " function trim(report-line) " -- written to 05.wko"
  if wo_exception_cnt > 0
    display "05b: *** WORK ORDER EXCEPTIONS -- resolve before the crew"
        " starts ***"
    move 4 to wo_rc
  end-if
  .

load_shift_policy.
  move 0 to crn_cnt
  move "N" to ex_eof
  open input shfile
  if shfilestat not = "00"
    exit paragraph
  end-if
  perform until ex_eof = "Y"
    read shfile at end move "Y" to ex_eof
      not at end
        move spaces to shf_words
        unstring function trim(shfileline) delimited by all " "
          into shf_word(1) shf_word(2) shf_word(3) shf_word(4)
               shf_word(5) shf_word(6) shf_word(7) shf_word(8)
               shf_word(9) shf_word(10) shf_word(11) shf_word(12)
               shf_word(13) shf_word(14) shf_word(15) shf_word(16)
               shf_word(17) shf_word(18) shf_word(19) shf_word(20)
               shf_word(21) shf_word(22) shf_word(23) shf_word(24)
        end-unstring
        evaluate shf_word(1)
          when "MOVES"
            if function trim(shf_word(2)) is numeric
              move function numval(shf_word(2)) to shf_moves
            end-if
          when "MINUTES"
            if function trim(shf_word(2)) is numeric
              move function numval(shf_word(2)) to shf_crate_min
            end-if
          when "SHIFTMINUTES"
            if function trim(shf_word(2)) is numeric
              move function numval(shf_word(2)) to shf_length
            end-if
          when "CRANE"
            perform load_one_crane
          when other
            if shf_word(1) not = spaces
              display "05b: unknown shift policy setting "
                  function trim(shf_word(1)) " ignored"
            end-if
        end-evaluate
    end-read
  end-perform
  close shfile
  move "00" to shfilestat
  if crn_cnt = 0
    move 1 to crn_cnt
    move 1 to crn_id(1)
    move all "Y" to crn_reach(1)
  end-if
  .

load_one_crane.
  if crn_cnt >= 9 or function trim(shf_word(2)) is not numeric
      or shf_word(3) not = "DOCKS"
    display "05b: crane record not usable: " function trim(shfileline)
    exit paragraph
  end-if
  add 1 to crn_cnt
  move function numval(shf_word(2)) to crn_id(crn_cnt)
  move all "N" to crn_reach(crn_cnt)
  perform varying shf_word_idx from 4 by 1 until shf_word_idx > 24
    if shf_word(shf_word_idx) not = spaces
      if function trim(shf_word(shf_word_idx)) is numeric
        move function numval(shf_word(shf_word_idx)) to wo_dock
        if wo_dock >= 1 and wo_dock <= 99
          move "Y" to crn_reach(crn_cnt)(wo_dock:1)
        end-if
      end-if
    end-if
  end-perform
  .

report_crane_reach.
  move spaces to report-line
  string "CRANE " crn_id(crn_idx) " REACHES DOCKS" delimited by size
    into report-line
  end-string
  move function length(function trim(report-line)) to wo_ptr
  add 1 to wo_ptr
  perform varying wo_dock from 1 by 1 until wo_dock > dock_cnt
    if crn_reach(crn_idx)(wo_dock:1) = "Y"
      move wo_dock to disp-wo
      string " " function trim(disp-wo) delimited by size
        into report-line with pointer wo_ptr
      end-string
    end-if
  end-perform
  call 'lib-writereport' using function module-id "W" report-line
  .

check_work_move.
  compute wo_mins = wo_amt(wo_idx) * shf_crate_min
  move "N" to wo_reach_ok
  perform varying crn_idx from 1 by 1 until crn_idx > crn_cnt
    if wo_from(wo_idx) >= 1 and wo_to(wo_idx) >= 1
        and crn_reach(crn_idx)(wo_from(wo_idx):1) = "Y"
        and crn_reach(crn_idx)(wo_to(wo_idx):1) = "Y"
      move "Y" to wo_reach_ok
    end-if
  end-perform
  if wo_reach_ok = "N"
    add 1 to wo_exception_cnt
    perform format_work_move
    move spaces to report-line
    string "  MOVE " wo_seq ": " function trim(wo_move_text)
      " -- NO CRANE REACHES BOTH DOCKS"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if wo_mins > shf_length
    add 1 to wo_exception_cnt
    perform format_work_move
    move wo_mins to disp-wo-num
    move spaces to report-line
    string "  MOVE " wo_seq ": " function trim(wo_move_text)
      " -- " function trim(disp-wo-num)
      " MINUTES, LONGER THAN A SHIFT"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  .

format_work_move.
  move wo_idx to wo_seq
  move wo_amt(wo_idx) to disp-amt
  move wo_from(wo_idx) to disp-from
  move wo_to(wo_idx) to disp-to
  move spaces to wo_move_text
  string "move " function trim(disp-amt)
    " from " function trim(disp-from)
    " to " function trim(disp-to)
    delimited by size into wo_move_text
  end-string
  .

cut_one_move.
  compute wo_mins = wo_amt(wo_idx) * shf_crate_min
  perform pick_work_crane
  *> Close the shift when it is full, or when this move would run
  *> its crane past the end of it (a move longer than a whole shift
  *> still takes a shift of its own; it is on the exceptions list).
  if wo_shift_moves >= shf_moves
      or (wo_crane > 0 and crn_mins(wo_crane) > 0
          and crn_mins(wo_crane) + wo_mins > shf_length)
    perform report_utilization
    add 1 to wo_shift
    move 0 to wo_shift_moves
    perform reset_crane_load
    perform write_work_order_heading
    perform pick_work_crane
  end-if
  add 1 to wo_shift_moves
  perform format_work_move
  move spaces to wofileline
  move wo_shift to wofileline(1:4)
  if wo_crane > 0
    add 1 to crn_moves(wo_crane)
    add wo_amt(wo_idx) to crn_crates(wo_crane)
    add wo_mins to crn_mins(wo_crane)
    move crn_id(wo_crane) to wofileline(6:2)
  else
    move "00" to wofileline(6:2)
  end-if
  move wo_seq to wofileline(9:5)
  move wo_move_text to wofileline(15:30)
  write wofileline
  move spaces to report-line
  move wo_mins to disp-wo-num
  if wo_crane > 0
    string "  MOVE " wo_seq "  CRANE " crn_id(wo_crane) "  "
      wo_move_text(1:22) "  MINUTES " function trim(disp-wo-num)
      delimited by size into report-line
    end-string
  else
    string "  MOVE " wo_seq "  CRANE --  "
      wo_move_text(1:22) "  *HOLD* NO CRANE REACHES"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Least-busy crane this shift that reaches both docks; 0 if none.
pick_work_crane.
  move 0 to wo_crane
  perform varying crn_idx from 1 by 1 until crn_idx > crn_cnt
    if wo_from(wo_idx) >= 1 and wo_to(wo_idx) >= 1
        and crn_reach(crn_idx)(wo_from(wo_idx):1) = "Y"
        and crn_reach(crn_idx)(wo_to(wo_idx):1) = "Y"
      if wo_crane = 0
        set wo_crane to crn_idx
      else
        if crn_mins(crn_idx) < crn_mins(wo_crane)
          set wo_crane to crn_idx
        end-if
      end-if
    end-if
  end-perform
  .

reset_crane_load.
  perform varying crn_idx from 1 by 1 until crn_idx > crn_cnt
    move 0 to crn_moves(crn_idx) crn_crates(crn_idx) crn_mins(crn_idx)
  end-perform
  .

write_work_order_heading.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move wo_shift to disp-wo
  string "WORK ORDER " function trim(disp-wo) " -- SHIFT "
    function trim(disp-wo)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

report_utilization.
  perform varying crn_idx from 1 by 1 until crn_idx > crn_cnt
    compute wo_util = crn_mins(crn_idx) * 100 / shf_length
    move spaces to report-line
    move crn_moves(crn_idx) to disp-wo
    string "  UTILIZATION CRANE " crn_id(crn_idx) ": MOVES "
      function trim(disp-wo)
      delimited by size into report-line
    end-string
    move function length(function trim(report-line trailing)) to wo_ptr
    add 1 to wo_ptr
    move crn_crates(crn_idx) to disp-wo
    string "  CRATES " function trim(disp-wo) delimited by size
      into report-line with pointer wo_ptr
    end-string
    move crn_mins(crn_idx) to disp-wo-num
    string "  MINUTES " function trim(disp-wo-num) delimited by size
      into report-line with pointer wo_ptr
    end-string
    move shf_length to disp-wo
    string " OF " function trim(disp-wo) delimited by size
      into report-line with pointer wo_ptr
    end-string
    move wo_util to disp-wo
    string "  " function trim(disp-wo) "%" delimited by size
      into report-line with pointer wo_ptr
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  .
