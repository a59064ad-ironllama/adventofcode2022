      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 diag_mode pic x value "N".
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> FEED=DEDUP on the card: the pairs pktdedup kept (13.ddp) in
    *> place of the day's input, and its counts (13.ddc) on the report.
    77 feed_parm pic x(8).
    77 feed_suffix pic x(4) value ".dat".
    01 ddc_all_lines.
      02 ddc_line_cnt pic s9(8) comp value 0.
      02 ddc_line_row pic x(9999) occurs 0 to 9 times
          depending on ddc_line_cnt indexed by ddc_line_idx.
    77 ddc_tok_1 pic x(12).
    77 ddc_tok_2 pic x(12).
    77 ddc_tok_3 pic x(12).
    77 ddc_tok_4 pic x(12).
    77 ddc_tok_5 pic x(12).
    77 ddc_tok_6 pic x(12).
    77 dedup_removed pic 9(8) value 0.
    77 dedup_exact pic 9(8) value 0.
    77 dedup_canonical pic 9(8) value 0.
    77 disp-dedup pic z(7)9.
    77 disp-dedup2 pic z(7)9.
    77 disp-dedup3 pic z(7)9.

    *> For lib-editinput -- the shared input edit pass.
    77 edit_rule pic x(10).
    77 post_status pic x(4) value "RAW ".

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "FEED" to parm_keyword
  move "INPUT" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to feed_parm
  if feed_parm = "DEDUP"
    move ".ddp" to feed_suffix
    perform load_dedup_counts
  end-if

  call 'lib-readdata' using function module-id feed_suffix rf_all_lines
*>   call 'lib-readdata' using function module-id ".da1" rf_all_lines

  *> Edit pass: every packet line must be bracket-balanced. A reject
  *> drops its WHOLE pair -- partner packet and separator too, noted
  move edit_keep_cnt to rf_line_cnt
  call 'lib-editinput' using function module-id "C" edit_rule
      edit_lineno edit_line edit_result edit_reason
  *> The legacy diagnostic flag: "Y" alone on line 1.
  if ctl_line_cnt > 0 and ctl_line_row(1)(1:5) not = "FEED="
    move ctl_line_row(1)(1:1) to diag_mode
  end-if
  if diag_mode = "Y" or feed_parm = "DEDUP"
    call 'lib-writereport' using function module-id "O" report-line
  end-if
  if feed_parm = "DEDUP"
    perform write_dedup_line
  end-if

  move 0 to total_found
  perform varying rf_line_idx from 1 by 3 until rf_line_idx > rf_line_cnt

  end-perform

  if diag_mode = "Y" or feed_parm = "DEDUP"
    call 'lib-writereport' using function module-id "C" report-line
  end-if

  display "FINISHED: " total_found
  move total_found to post_answer
  call 'lib-postanswer' using function module-id post_answer
      post_status "S"

  goback.

  end-perform
  .

*> 13.ddc: "REMOVED n EXACT n CANONICAL n READ n KEPT n".
load_dedup_counts.
  call 'lib-readdata' using function module-id ".ddc" ddc_all_lines
  if ddc_line_cnt = 0
    exit paragraph
  end-if
  unstring ddc_line_row(1) delimited by all " "
    into ddc_tok_1 ddc_tok_2 ddc_tok_3 ddc_tok_4 ddc_tok_5 ddc_tok_6
  end-unstring
  if ddc_tok_2(1:8) is numeric
    move ddc_tok_2(1:8) to dedup_removed
  end-if
  if ddc_tok_4(1:8) is numeric
    move ddc_tok_4(1:8) to dedup_exact
  end-if
  if ddc_tok_6(1:8) is numeric
    move ddc_tok_6(1:8) to dedup_canonical
  end-if
  .

write_dedup_line.
  move dedup_removed to disp-dedup
  move dedup_exact to disp-dedup2
  move dedup_canonical to disp-dedup3
  move spaces to report-line
  string "FEED 13.ddp -- DUPLICATES REMOVED " function trim(disp-dedup)
    " (EXACT " function trim(disp-dedup2) "  CANONICAL "
    function trim(disp-dedup3) ")" delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .




