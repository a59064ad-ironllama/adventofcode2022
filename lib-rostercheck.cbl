           >>source format free
identification division.
program-id. lib-rostercheck.
author. alexoh@wcoding.
*> Day-21 monkey-roster validation, run before anything is
*> evaluated. 21a/21b, leafsens and the 21.tre incremental
*> recalculation all walk the roster on the assumption it is well
*> formed; a name used but never defined, a monkey defined twice or
*> a reference loop used to surface as a wrong answer, a hang, or a
*> baseline FAIL. The caller refuses the run when this comes back
*> with any finding.
*> Every record is checked against the MONKEY rule of the shared
*> edit pass (lib-editinput, report <dd>.edt); then the roster as a
*> whole, each fault a FINDING in the same edit report:
*>   DUPDEF   a monkey defined more than once (the first definition
*>            is the one the day programs use)
*>   UNDEF    a monkey uses a name that is never defined, or the
*>            root monkey itself is missing
*>   CYCLE    a reference loop, with the full chain of names
*>   UNREACH  a monkey that does not feed the root
*>   DIVZERO  a division whose divisor is a leaf of 0 (the unknown
*>            leaf of 21b does not count -- its value is solved for)
*> Linkage:
*>   ln-progid    caller's id -- the edit report is <dd>.edt
*>   ln-form      "R" raw roster lines ("name: n" / "name: a op b"),
*>                "T" 21.tre records (name left op right value)
*>   ln-all_lines the records, lib-readdata layout
*>   ln-root      the root monkey (21b's equality monkey)
*>   ln-unknown   the leaf being solved for, spaces for none
*>   ln-finding_cnt back: rejected records plus findings

data division.
  working-storage section.
    *> The roster as checked: first definitions resolved to operand
    *> pointers, with the walk state for the cycle and reach passes.
    01 roster_table.
      02 rs_cnt pic s9(8) comp value 0.
      02 rs_row occurs 0 to 9999 times depending on rs_cnt.
        03 rs_name pic x(4).
        03 rs_left pic x(4).
        03 rs_oper pic x.
        03 rs_right pic x(4).
        03 rs_value pic s9(18) comp.
        *> Y = a leaf with a value read off the record.
        03 rs_known pic x.
        03 rs_lineno pic s9(8) comp.
        03 rs_l_ptr pic s9(8) comp.
        03 rs_r_ptr pic s9(8) comp.
        *> Y = a later definition of a name already defined.
        03 rs_dup pic x.
        *> W not yet walked, G on the walk stack, B finished.
        03 rs_state pic x.
        03 rs_stack_pos pic s9(8) comp.
        03 rs_reach pic x.
    77 rs_idx pic s9(8) comp.
    77 rs_scan pic s9(8) comp.
    77 rs_limit pic s9(8) comp value 9999.
    77 root_ptr pic s9(8) comp.
    77 look_name pic x(4).
    77 look_ptr pic s9(8) comp.
    77 child_ptr pic s9(8) comp.

    *> Depth-first walk stack for the cycle pass.
    01 walk_stack.
      02 walk_cnt pic s9(8) comp value 0.
      02 walk_row occurs 9999 times.
        03 walk_node pic s9(8) comp.
        03 walk_next pic s9(4) comp.
    77 walk_top pic s9(8) comp.
    77 chain_idx pic s9(8) comp.
    77 chain_ptr pic s9(4) comp.

    *> Breadth-first queue for the reach pass.
    01 reach_queue.
      02 rq_node pic s9(8) comp occurs 9999 times.
    77 rq_head pic s9(8) comp.
    77 rq_tail pic s9(8) comp.

    77 reject_cnt pic s9(8) comp.
    77 finding_cnt pic s9(8) comp.
    77 tree_line_text pic x(40).
    77 tl_value_text pic x(19).

    *> For lib-editinput. Callers pass their id as function
    *> module-id, whose storage later function calls reuse; it is
    *> copied here before anything else runs.
    01 edit_progid pic x(10).
    77 edit_rule pic x(10).
    77 edit_lineno pic s9(8) comp.
    77 edit_line pic x(9999).
    77 edit_result pic x(3).
    77 edit_reason pic x(8).
    77 edit_mode pic x.
    77 disp-line pic z(7)9.
    77 disp-line2 pic z(7)9.

  linkage section.
    01 ln-progid pic x(10).
    01 ln-form pic x.
    01 ln-all_lines.
      02 ln-line_cnt pic s9(8) comp.
      02 ln-line_row pic x(9999) occurs 0 to unbounded
          depending on ln-line_cnt.
    01 ln-root pic x(4).
    01 ln-unknown pic x(4).
    01 ln-finding_cnt pic s9(8) comp.

procedure division using ln-progid ln-form ln-all_lines ln-root
    ln-unknown ln-finding_cnt.
  move spaces to edit_progid
  move ln-progid(1:3) to edit_progid
  move 0 to rs_cnt
  move 0 to reject_cnt
  move 0 to finding_cnt
  if ln-form = "T"
    move "NONBLANK" to edit_rule
  else
    move "MONKEY" to edit_rule
  end-if
  move "O" to edit_mode
  call 'lib-editinput' using edit_progid edit_mode edit_rule edit_lineno
      edit_line edit_result edit_reason

  perform varying rs_scan from 1 by 1 until rs_scan > ln-line_cnt
    if ln-line_row(rs_scan) not = spaces
      perform load_one_record
    end-if
  end-perform

  perform resolve_operands
  perform check_cycles
  perform check_reach
  perform check_divisors

  move "C" to edit_mode
  call 'lib-editinput' using edit_progid edit_mode edit_rule edit_lineno
      edit_line edit_result edit_reason
  compute ln-finding_cnt = reject_cnt + finding_cnt
  display "rostercheck: " rs_cnt " monkey(s), " reject_cnt
      " record(s) rejected, " finding_cnt " finding(s)."
  goback.

*> A rejected record still defines its name when it has the
*> "name:" shape, so one bad line does not also raise an UNDEF for
*> every monkey that uses it.
load_one_record.
  move "V" to edit_mode
  move rs_scan to edit_lineno
  move ln-line_row(rs_scan) to edit_line
  call 'lib-editinput' using edit_progid edit_mode edit_rule edit_lineno
      edit_line edit_result edit_reason
  if edit_result = "REJ"
    add 1 to reject_cnt
  end-if
  if rs_cnt >= rs_limit
    exit paragraph
  end-if
  if edit_result = "REJ" and ln-form not = "T"
      and ln-line_row(rs_scan)(5:1) not = ":"
    exit paragraph
  end-if
  add 1 to rs_cnt
  move spaces to rs_left(rs_cnt) rs_oper(rs_cnt) rs_right(rs_cnt)
  move 0 to rs_value(rs_cnt)
  move "N" to rs_known(rs_cnt)
  move rs_scan to rs_lineno(rs_cnt)
  move 0 to rs_l_ptr(rs_cnt)
  move 0 to rs_r_ptr(rs_cnt)
  move "N" to rs_dup(rs_cnt)
  move "W" to rs_state(rs_cnt)
  move "N" to rs_reach(rs_cnt)
  move ln-line_row(rs_scan)(1:4) to rs_name(rs_cnt)
  if ln-form = "T"
    *> name(1:4) left(6:4) oper(11:1) right(13:4) value(18:19)
    move ln-line_row(rs_scan)(1:40) to tree_line_text
    move tree_line_text(11:1) to rs_oper(rs_cnt)
    if rs_oper(rs_cnt) = space
      move tree_line_text(18:19) to tl_value_text
      if function test-numval(tl_value_text) = 0
        move function numval(tl_value_text) to rs_value(rs_cnt)
        move "Y" to rs_known(rs_cnt)
      end-if
    else
      move tree_line_text(6:4) to rs_left(rs_cnt)
      move tree_line_text(13:4) to rs_right(rs_cnt)
    end-if
    exit paragraph
  end-if
  if edit_result = "REJ"
    exit paragraph
  end-if
  if ln-line_row(rs_scan)(7:1) >= "0" and ln-line_row(rs_scan)(7:1) <= "9"
    move function numval(ln-line_row(rs_scan)(7:3)) to rs_value(rs_cnt)
    move "Y" to rs_known(rs_cnt)
  else
    move ln-line_row(rs_scan)(7:4) to rs_left(rs_cnt)
    move ln-line_row(rs_scan)(12:1) to rs_oper(rs_cnt)
    move ln-line_row(rs_scan)(14:4) to rs_right(rs_cnt)
  end-if
  .

*> Duplicates first (a later definition never resolves as an
*> operand), then every operand name to its first definition.
resolve_operands.
  perform varying rs_idx from 1 by 1 until rs_idx > rs_cnt
    move rs_name(rs_idx) to look_name
    perform find_name
    if look_ptr not = rs_idx
      move "Y" to rs_dup(rs_idx)
      move rs_lineno(look_ptr) to disp-line
      move rs_lineno(rs_idx) to disp-line2
      move spaces to edit_line
      string rs_name(rs_idx) " DEFINED AGAIN AT LINE "
        function trim(disp-line2) " (FIRST AT LINE "
        function trim(disp-line) ")"
        delimited by size into edit_line
      end-string
      move "DUPDEF" to edit_reason
      perform write_finding
    end-if
  end-perform

  move ln-root to look_name
  perform find_name
  move look_ptr to root_ptr
  if root_ptr = 0
    move spaces to edit_line
    string "ROOT MONKEY " ln-root " IS NEVER DEFINED"
      delimited by size into edit_line
    end-string
    move "UNDEF" to edit_reason
    perform write_finding
  end-if

  perform varying rs_idx from 1 by 1 until rs_idx > rs_cnt
    if rs_oper(rs_idx) not = space and rs_dup(rs_idx) = "N"
      move rs_left(rs_idx) to look_name
      perform find_name
      move look_ptr to rs_l_ptr(rs_idx)
      if look_ptr = 0
        perform report_undefined
      end-if
      move rs_right(rs_idx) to look_name
      perform find_name
      move look_ptr to rs_r_ptr(rs_idx)
      if look_ptr = 0
        perform report_undefined
      end-if
    end-if
  end-perform
  .

report_undefined.
  move rs_lineno(rs_idx) to disp-line
  move spaces to edit_line
  string rs_name(rs_idx) " (LINE " function trim(disp-line) ") USES "
    look_name ", WHICH IS NEVER DEFINED"
    delimited by size into edit_line
  end-string
  move "UNDEF" to edit_reason
  perform write_finding
  .

find_name.
  move 0 to look_ptr
  perform varying rs_scan from 1 by 1
      until rs_scan > rs_cnt or look_ptr > 0
    if rs_name(rs_scan) = look_name
      move rs_scan to look_ptr
    end-if
  end-perform
  .

*> Depth-first from every monkey not yet walked; an operand found
*> still on the walk stack closes a loop, and the stack from that
*> operand up is the chain.
check_cycles.
  perform varying rs_idx from 1 by 1 until rs_idx > rs_cnt
    if rs_state(rs_idx) = "W" and rs_dup(rs_idx) = "N"
      move 1 to walk_cnt
      move rs_idx to walk_node(1)
      move 0 to walk_next(1)
      move "G" to rs_state(rs_idx)
      move 1 to rs_stack_pos(rs_idx)
      perform walk_step until walk_cnt = 0
    end-if
  end-perform
  .

walk_step.
  move walk_node(walk_cnt) to walk_top
  evaluate walk_next(walk_cnt)
    when 0
      move 1 to walk_next(walk_cnt)
      move rs_l_ptr(walk_top) to child_ptr
    when 1
      move 2 to walk_next(walk_cnt)
      move rs_r_ptr(walk_top) to child_ptr
    when other
      move "B" to rs_state(walk_top)
      subtract 1 from walk_cnt
      exit paragraph
  end-evaluate
  if child_ptr = 0
    exit paragraph
  end-if
  evaluate rs_state(child_ptr)
    when "W"
      add 1 to walk_cnt
      move child_ptr to walk_node(walk_cnt)
      move 0 to walk_next(walk_cnt)
      move "G" to rs_state(child_ptr)
      move walk_cnt to rs_stack_pos(child_ptr)
    when "G"
      perform report_cycle
  end-evaluate
  .

report_cycle.
  move spaces to edit_line
  move 1 to chain_ptr
  perform varying chain_idx from rs_stack_pos(child_ptr) by 1
      until chain_idx > walk_cnt or chain_ptr > 940
    string rs_name(walk_node(chain_idx)) " -> "
      delimited by size into edit_line with pointer chain_ptr
    end-string
  end-perform
  if chain_idx <= walk_cnt
    string "... -> " delimited by size
      into edit_line with pointer chain_ptr
    end-string
  end-if
  string rs_name(child_ptr) delimited by size
    into edit_line with pointer chain_ptr
  end-string
  move "CYCLE" to edit_reason
  perform write_finding
  .

*> Everything the root reaches through its operands; what is left
*> over feeds nothing the day programs evaluate.
check_reach.
  if root_ptr = 0
    exit paragraph
  end-if
  move 1 to rq_head
  move 1 to rq_tail
  move root_ptr to rq_node(1)
  move "Y" to rs_reach(root_ptr)
  perform until rq_head > rq_tail
    move rq_node(rq_head) to walk_top
    add 1 to rq_head
    move rs_l_ptr(walk_top) to child_ptr
    perform queue_operand
    move rs_r_ptr(walk_top) to child_ptr
    perform queue_operand
  end-perform
  perform varying rs_idx from 1 by 1 until rs_idx > rs_cnt
    if rs_reach(rs_idx) = "N" and rs_dup(rs_idx) = "N"
      move rs_lineno(rs_idx) to disp-line
      move spaces to edit_line
      string rs_name(rs_idx) " (LINE " function trim(disp-line)
        ") DOES NOT FEED " ln-root
        delimited by size into edit_line
      end-string
      move "UNREACH" to edit_reason
      perform write_finding
    end-if
  end-perform
  .

queue_operand.
  if child_ptr > 0
    if rs_reach(child_ptr) = "N"
      move "Y" to rs_reach(child_ptr)
      add 1 to rq_tail
      move child_ptr to rq_node(rq_tail)
    end-if
  end-if
  .

check_divisors.
  perform varying rs_idx from 1 by 1 until rs_idx > rs_cnt
    if rs_oper(rs_idx) = "/" and rs_dup(rs_idx) = "N"
        and rs_r_ptr(rs_idx) > 0
      move rs_r_ptr(rs_idx) to child_ptr
      if rs_known(child_ptr) = "Y" and rs_value(child_ptr) = 0
          and rs_name(child_ptr) not = ln-unknown
        move rs_lineno(rs_idx) to disp-line
        move spaces to edit_line
        string rs_name(rs_idx) " (LINE " function trim(disp-line)
          ") DIVIDES BY " rs_name(child_ptr) ", A LEAF OF 0"
          delimited by size into edit_line
        end-string
        move "DIVZERO" to edit_reason
        perform write_finding
      end-if
    end-if
  end-perform
  .

write_finding.
  add 1 to finding_cnt
  move "F" to edit_mode
  call 'lib-editinput' using edit_progid edit_mode edit_rule edit_lineno
      edit_line edit_result edit_reason
  .
