    77 disp-depth pic z(3)9.
    77 dump_val pic -(17)9.

    *> For lib-rostercheck -- the roster (or the stored tree, once
    *> its deltas are in) is validated before anything is evaluated;
    *> a roster that fails refuses the run, findings in 21.edt.
    77 roster_form pic x.
    77 roster_root pic x(4) value "root".
    77 roster_unknown pic x(4) value spaces.
    77 roster_findings pic s9(8) comp value 0.

    *> For lib-checkbaseline + lib-postanswer: the answer is checked
    *> against the <id>.bas baseline (the reference oracle writes one
    *> for synthetic inputs) and the PASS/FAIL/NEW verdict posted to
    77 post_answer pic 9(18).
    77 post_status pic x(4).

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.
    77 stack_hw pic s9(8) comp value 0.

procedure division.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
*>   call 'lib-readdata' using function module-id ".da1" rf_all_lines
    goback
  end-if

  move "R" to roster_form
  call 'lib-rostercheck' using function module-id roster_form
      rf_all_lines roster_root roster_unknown roster_findings
  if roster_findings > 0
    display "21a: monkey roster failed validation -- run refused,"
        " see 21.edt."
    move 8 to return-code
    goback
  end-if

  move 0 to total_found
  perform varying rf_idx from 1 by 1 until rf_idx > rf_cnt
    *> display "LINE: " function trim(rf_row(rf_idx))
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"
  perform save_tree

  if dump_mode = "Y"
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

  move 0 to inst_found
  perform varying inst_idx from 1 by 1 until inst_idx > inst_cnt or inst_found = 1

get_value.
  add 1 to stack_cnt on size error display ">>>>> STACK OVERFLOW! <<<<<" end-add
  if stack_cnt > stack_hw
    move stack_cnt to stack_hw
  end-if
  *> display "get_value: " stack_target

  move 0 to inst_found
  display "21a: " txn_applied " leaf delta(s) applied, "
      txn_errors " in error."

  *> The patched tree is held to the same checks as a full roster
  *> -- a delta can zero a divisor -- and 21.tre is left as it was
  *> when it fails.
  perform stage_tree_lines
  move "T" to roster_form
  call 'lib-rostercheck' using function module-id roster_form
      rf_all_lines roster_root roster_unknown roster_findings
  if roster_findings > 0
    display "21a: patched expression tree failed validation -- run"
        " refused, see 21.edt."
    move 8 to return-code
    exit paragraph
  end-if

  perform propagate_changes

  move 0 to total_found
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"
  display "21a: " recomputed_cnt " monkey(s) recomputed of "
      inst_cnt "."
  perform save_tree
  display "21a: tree loaded -- " inst_cnt " monkey(s)."
  .

*> The tree as 21.tre records, for the validation pass.
stage_tree_lines.
  move 0 to rf_cnt
  perform varying inst_idx from 1 by 1 until inst_idx > inst_cnt
    move inst_name(inst_idx) to tl_name
    move inst_left(inst_idx) to tl_left
    move inst_oper(inst_idx) to tl_oper
    move inst_right(inst_idx) to tl_right
    move inst_num(inst_idx) to tl_value
    add 1 to rf_cnt
    move tree_line to rf_row(rf_cnt)
  end-perform
  .

apply_leaf_delta.
  move spaces to txn_name txn_value
  unstring function trim(mtrfileline) delimited by all " "
