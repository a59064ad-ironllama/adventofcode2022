    77 disp-depth pic z(3)9.
    77 dump_val pic -(17)9.

    *> For lib-rostercheck -- the roster is validated before anything
    *> is evaluated; a roster that fails refuses the run, findings in
    *> 21.edt.
    77 roster_form pic x value "R".
    77 roster_findings pic s9(8) comp value 0.

    *> For lib-postanswer -- the consolidated answers interface.
    77 post_answer pic 9(18).
    77 post_status pic x(4) value "RAW ".

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.
    77 stack_hw pic s9(8) comp value 0.

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
*>   call 'lib-readdata' using function module-id ".da1" rf_all_lines
  end-perform
  display "21b: UNKNOWN " unknown_name " EQUALITY " equality_name

  call 'lib-rostercheck' using function module-id roster_form
      rf_all_lines equality_name unknown_name roster_findings
  if roster_findings > 0
    display "21b: monkey roster failed validation -- run refused,"
        " see 21.edt."
    move 8 to return-code
    goback
  end-if

  move 0 to total_found
  perform varying rf_idx from 1 by 1 until rf_idx > rf_cnt
    *> display "LINE: " function trim(rf_row(rf_idx))

  display "FINISHED: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  if dump_mode = "Y" or solve_trace_mode = "Y"
    call 'lib-writereport' using function module-id "C" dump_line
  end-if

  *> High-water of the key tables, for the headroom report.
  move "ALL-INST" to cap_table
  move inst_cnt to cap_used
  move 3000 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit
  move "STACK" to cap_table
  move stack_hw to cap_used
  move 9999 to cap_limit
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  goback.


dump_node.
  add 1 to stack_cnt on size error display ">>>>> STACK OVERFLOW! <<<<<" end-add
  if stack_cnt > stack_hw
    move stack_cnt to stack_hw
  end-if
  perform find_inst
  move stack_target_idx to stack_inst_idx(stack_cnt)

get_human.
  *> Make sure to set the stack-target before calling get_human!
  add 1 to stack_cnt on size error display ">>>>> STACK OVERFLOW! <<<<<" end-add
  if stack_cnt > stack_hw
    move stack_cnt to stack_hw
  end-if

  *> Look for instruction given as stack_target in the list.
  perform find_inst
  *> Make sure to set the stack-target before calling get_value!

  add 1 to stack_cnt on size error display ">>>>> STACK OVERFLOW! <<<<<" end-add
  if stack_cnt > stack_hw
    move stack_cnt to stack_hw
  end-if

  *> Look for instruction given as stack_target in the list.
  perform find_inst
