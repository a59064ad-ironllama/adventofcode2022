           >>source format free
identification division.
program-id. audrev.
author. alexoh@wcoding.
*> Security audit review and periodic access recertification.
*> security.aud collects every lib-signon decision and operator.mst
*> every id ever issued; neither was read by anyone. This reads both
*> and reports:
*>   1. DENY counts by operator and program -- who keeps trying
*>      what they are not cleared for,
*>   2. GRND (grandfathered) actions still happening -- programs
*>      still running ungated because no operator master was on
*>      file when they signed on,
*>   3. actions outside the normal batch window,
*>   4. the recertification list: every operator.mst id with its
*>      level on file, last-used date and the highest level it
*>      actually exercised, flagged DORMANT when unused past the
*>      threshold (or never used), with a sign-off column for the
*>      supervisor to certify or revoke. Ids that appear on the
*>      trail but not on the master are listed too.
*> Audit record (lib-signon): "date time user(10) program(9) action
*> verdict [LEVEL n] [SESSION hhmmss/nnn] BEFORE [..] AFTER [..]" --
*> records written before the level was stamped simply exercise no
*> known level.
*> Control card (au.ctl):
*>   FROM=YYYYMMDD TO=YYYYMMDD  review period (default everything)
*>   WINDOW=HHMMSS-HHMMSS       normal batch window, may wrap
*>                              midnight (default 200000-060000)
*>   DORMANT=n                  days unused before an id is flagged
*>                              (default 90, counted back from TO=
*>                              or today)
*> Return code 4 when there is anything to review, 8 when the trail
*> names more operators than the list can hold (500) -- the actions
*> of the ids left off are counted and reported, not credited to
*> another id.

environment division.
  input-output section.
    file-control.
      select audfile assign to "security.aud"
        organization is line sequential
        file status is audfilestat.
      select omfile assign to "operator.mst"
        organization is line sequential
        file status is omfilestat.

data division.
  file section.
    fd audfile.
    01 audfileline pic x(140).

    fd omfile.
    01 omfileline pic x(33).

  working-storage section.
    01 audfilestat pic xx.
    01 omfilestat pic xx.
    77 file_eof pic x.

    *> One audit record, picked apart.
    77 aud_date pic x(8).
    77 aud_time pic x(6).
    77 aud_user pic x(10).
    77 aud_prog pic x(9).
    77 aud_action pic x(12).
    77 aud_verdict pic x(4).
    77 aud_tok3 pic x(12).
    77 aud_tok4 pic x(12).
    77 aud_level pic s9(4) comp.

    *> DENY tally by operator and program.
    01 deny_table.
      02 deny_cnt pic s9(4) comp value 0.
      02 deny_row occurs 0 to 500 times depending on deny_cnt
          indexed by deny_idx.
        03 dn_user pic x(10).
        03 dn_prog pic x(9).
        03 dn_count pic s9(8) comp.
        03 dn_last pic x(8).
    77 deny_total pic s9(8) comp value 0.

    *> GRND tally by program and action.
    01 grnd_table.
      02 grnd_cnt pic s9(4) comp value 0.
      02 grnd_row occurs 0 to 200 times depending on grnd_cnt
          indexed by grnd_idx.
        03 gr_prog pic x(9).
        03 gr_action pic x(12).
        03 gr_count pic s9(8) comp.
        03 gr_first pic x(8).
        03 gr_last pic x(8).
    77 grnd_total pic s9(8) comp value 0.

    *> Off-window actions, held for their own section.
    01 offwin_table.
      02 offwin_cnt pic s9(4) comp value 0.
      02 offwin_row pic x(140) occurs 0 to 999 times
          depending on offwin_cnt indexed by offwin_idx.
    77 offwin_total pic s9(8) comp value 0.

    *> Operator usage: the master's ids plus any seen on the trail.
    01 oper_table.
      02 oper_cnt pic s9(4) comp value 0.
      02 oper_row occurs 0 to 500 times depending on oper_cnt
          indexed by oper_idx.
        03 op_id pic x(10).
        03 op_name pic x(20).
        03 op_level pic x.
        03 op_on_master pic x.
        03 op_last pic x(8).
        03 op_max_level pic s9(4) comp.
        03 op_actions pic s9(8) comp.
        03 op_denies pic s9(8) comp.
    77 op_found pic x.
    77 master_on_file pic x value "N".
    *> Actions by ids that no longer fit the table are counted here
    *> rather than credited to whichever id holds the last row.
    77 oper_max pic s9(4) comp value 500.
    77 oper_over pic x.
    77 oper_over_actions pic s9(8) comp value 0.
    77 oper_over_denies pic s9(8) comp value 0.
    77 line_ptr pic s9(4) comp.

    77 from_parm pic x(8).
    77 to_parm pic x(8).
    77 window_from pic 9(6) value 200000.
    77 window_to pic 9(6) value 060000.
    77 dormant_days pic s9(8) comp value 90.
    77 aud_time_num pic 9(6).
    77 in_window pic x.
    77 reviewed_cnt pic s9(8) comp value 0.
    77 dormant_cnt pic s9(4) comp value 0.
    77 ref_int pic s9(8) comp.
    77 last_int pic s9(8) comp.
    77 idle_days pic s9(8) comp.
    77 curr_date_time pic x(21).

    77 disp-num pic z(6)9.
    77 disp-idle pic x(6).
    77 idle_edit pic z(5)9.
    77 disp-level pic x(3).
    77 disp-max pic 9.
    77 flag_text pic x(14).
    77 report-line pic x(999).

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "FROM" to parm_keyword
  move "00000000" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to from_parm

  move function current-date to curr_date_time
  move "TO" to parm_keyword
  move curr_date_time(1:8) to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to to_parm
  if to_parm is not numeric
    move curr_date_time(1:8) to to_parm
  end-if

  move "WINDOW" to parm_keyword
  move "200000-060000" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:6) is numeric and parm_value(8:6) is numeric
    move parm_value(1:6) to window_from
    move parm_value(8:6) to window_to
  else
    display "audrev: WINDOW not usable, keeping 200000-060000"
  end-if

  move "DORMANT" to parm_keyword
  move "90" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to dormant_days
  end-if

  perform load_operator_master
  perform scan_audit_trail

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "SECURITY AUDIT REVIEW " from_parm " TO " to_parm
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move reviewed_cnt to disp-num
  move spaces to report-line
  string "AUDIT RECORDS REVIEWED: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform report_denies
  perform report_grandfathered
  perform report_off_window
  perform report_recertification
  call 'lib-writereport' using function module-id "C" report-line

  display "audrev: " reviewed_cnt " audit record(s), " deny_total
      " DENY, " grnd_total " GRND, " offwin_total
      " off-window, " dormant_cnt " dormant id(s)."
  if deny_total > 0 or grnd_total > 0 or dormant_cnt > 0
    move 4 to return-code
  end-if
  if oper_over_actions > 0
    move 8 to return-code
  end-if
  goback.

load_operator_master.
  move "N" to file_eof
  open input omfile
  if omfilestat not = "00"
    display "audrev: no operator.mst on file -- every id on the"
        " trail is reported as not on master."
    exit paragraph
  end-if
  move "Y" to master_on_file
  perform until file_eof = "Y"
    read omfile at end move "Y" to file_eof
      not at end
        if omfileline(1:10) not = spaces and oper_cnt < 500
          add 1 to oper_cnt
          move omfileline(1:10) to op_id(oper_cnt)
          move omfileline(12:20) to op_name(oper_cnt)
          move omfileline(33:1) to op_level(oper_cnt)
          move "Y" to op_on_master(oper_cnt)
          move spaces to op_last(oper_cnt)
          move 0 to op_max_level(oper_cnt)
          move 0 to op_actions(oper_cnt)
          move 0 to op_denies(oper_cnt)
        end-if
    end-read
  end-perform
  close omfile
  .

scan_audit_trail.
  move "N" to file_eof
  open input audfile
  if audfilestat not = "00"
    display "audrev: no security.aud on file -- nothing to review."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read audfile at end move "Y" to file_eof
      not at end
        if audfileline(1:8) is numeric
          perform review_one_record
        end-if
    end-read
  end-perform
  close audfile
  .

review_one_record.
  move audfileline(1:8) to aud_date
  if aud_date < from_parm or aud_date > to_parm
    exit paragraph
  end-if
  add 1 to reviewed_cnt
  move audfileline(10:6) to aud_time
  move audfileline(17:10) to aud_user
  move audfileline(28:9) to aud_prog
  move spaces to aud_action aud_verdict aud_tok3 aud_tok4
  unstring audfileline(38:103) delimited by all " "
    into aud_action aud_verdict aud_tok3 aud_tok4
  end-unstring
  move -1 to aud_level
  if aud_tok3 = "LEVEL" and aud_tok4(1:1) is numeric
    move aud_tok4(1:1) to aud_level
  end-if

  perform find_operator
  if oper_over = "Y"
    add 1 to oper_over_actions
  else
    add 1 to op_actions(oper_idx)
    if aud_date > op_last(oper_idx) or op_last(oper_idx) = spaces
      move aud_date to op_last(oper_idx)
    end-if
  end-if

  evaluate aud_verdict
    when "DENY"
      add 1 to deny_total
      if oper_over = "Y"
        add 1 to oper_over_denies
      else
        add 1 to op_denies(oper_idx)
      end-if
      perform tally_deny
    when "GRND"
      add 1 to grnd_total
      perform tally_grnd
      if oper_over = "N" and aud_level > op_max_level(oper_idx)
        move aud_level to op_max_level(oper_idx)
      end-if
    when other
      if oper_over = "N" and aud_level > op_max_level(oper_idx)
        move aud_level to op_max_level(oper_idx)
      end-if
  end-evaluate

  *> The window may wrap midnight (20:00 to 06:00 by default).
  move "N" to in_window
  if aud_time is numeric
    move aud_time to aud_time_num
    if window_from <= window_to
      if aud_time_num >= window_from and aud_time_num <= window_to
        move "Y" to in_window
      end-if
    else
      if aud_time_num >= window_from or aud_time_num <= window_to
        move "Y" to in_window
      end-if
    end-if
  end-if
  if in_window = "N"
    add 1 to offwin_total
    if offwin_cnt < 999
      add 1 to offwin_cnt
      move audfileline to offwin_row(offwin_cnt)
    end-if
  end-if
  .

*> Operator row for aud_user; an id not on the master gets its own
*> row so the recertification still shows it. With the table full
*> there is no row: oper_over "Y".
find_operator.
  move "N" to oper_over
  move "N" to op_found
  perform varying oper_idx from 1 by 1
      until oper_idx > oper_cnt or op_found = "Y"
    if op_id(oper_idx) = aud_user
      move "Y" to op_found
    end-if
  end-perform
  if op_found = "Y"
    subtract 1 from oper_idx
    exit paragraph
  end-if
  if oper_cnt >= oper_max
    move "Y" to oper_over
    exit paragraph
  end-if
  add 1 to oper_cnt
  move oper_cnt to oper_idx
  move aud_user to op_id(oper_idx)
  move spaces to op_name(oper_idx)
  move space to op_level(oper_idx)
  move "N" to op_on_master(oper_idx)
  move spaces to op_last(oper_idx)
  move 0 to op_max_level(oper_idx)
  move 0 to op_actions(oper_idx)
  move 0 to op_denies(oper_idx)
  .

tally_deny.
  move "N" to op_found
  perform varying deny_idx from 1 by 1
      until deny_idx > deny_cnt or op_found = "Y"
    if dn_user(deny_idx) = aud_user and dn_prog(deny_idx) = aud_prog
      move "Y" to op_found
    end-if
  end-perform
  if op_found = "Y"
    subtract 1 from deny_idx
  else
    if deny_cnt >= 500
      exit paragraph
    end-if
    add 1 to deny_cnt
    move deny_cnt to deny_idx
    move aud_user to dn_user(deny_idx)
    move aud_prog to dn_prog(deny_idx)
    move 0 to dn_count(deny_idx)
  end-if
  add 1 to dn_count(deny_idx)
  move aud_date to dn_last(deny_idx)
  .

tally_grnd.
  move "N" to op_found
  perform varying grnd_idx from 1 by 1
      until grnd_idx > grnd_cnt or op_found = "Y"
    if gr_prog(grnd_idx) = aud_prog
        and gr_action(grnd_idx) = aud_action
      move "Y" to op_found
    end-if
  end-perform
  if op_found = "Y"
    subtract 1 from grnd_idx
  else
    if grnd_cnt >= 200
      exit paragraph
    end-if
    add 1 to grnd_cnt
    move grnd_cnt to grnd_idx
    move aud_prog to gr_prog(grnd_idx)
    move aud_action to gr_action(grnd_idx)
    move 0 to gr_count(grnd_idx)
    move aud_date to gr_first(grnd_idx)
  end-if
  add 1 to gr_count(grnd_idx)
  move aud_date to gr_last(grnd_idx)
  .

report_denies.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "1. DENY COUNTS BY OPERATOR AND PROGRAM" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "OPERATOR   PROGRAM     DENIES  LAST" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying deny_idx from 1 by 1 until deny_idx > deny_cnt
    move dn_count(deny_idx) to disp-num
    move spaces to report-line
    string dn_user(deny_idx) " " dn_prog(deny_idx) "  "
      disp-num "  " dn_last(deny_idx)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  move deny_total to disp-num
  move spaces to report-line
  string "TOTAL DENIES: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  .

report_grandfathered.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "2. GRANDFATHERED (GRND) ACTIONS STILL HAPPENING" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "PROGRAM   ACTION         COUNT  FIRST     LAST" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying grnd_idx from 1 by 1 until grnd_idx > grnd_cnt
    move gr_count(grnd_idx) to disp-num
    move spaces to report-line
    string gr_prog(grnd_idx) " " gr_action(grnd_idx) " "
      disp-num "  " gr_first(grnd_idx) "  " gr_last(grnd_idx)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  move grnd_total to disp-num
  move spaces to report-line
  if grnd_total > 0
    string "TOTAL GRND: " function trim(disp-num)
      " -- CUT operator.mst OVER TO CLOSE THE GATE"
      delimited by size into report-line
    end-string
  else
    move "TOTAL GRND: 0" to report-line
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

report_off_window.
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "3. ACTIONS OUTSIDE THE BATCH WINDOW " window_from "-"
    window_to
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform varying offwin_idx from 1 by 1 until offwin_idx > offwin_cnt
    move offwin_row(offwin_idx) to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  move offwin_total to disp-num
  move spaces to report-line
  if offwin_total > offwin_cnt
    string "TOTAL OFF-WINDOW: " function trim(disp-num)
      " (FIRST 999 LISTED)"
      delimited by size into report-line
    end-string
  else
    string "TOTAL OFF-WINDOW: " function trim(disp-num)
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> Every id on the master (and any stray on the trail), with the
*> evidence a supervisor needs to certify or revoke it.
report_recertification.
  compute ref_int = function integer-of-date (function numval(to_parm))
  move spaces to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move dormant_days to disp-num
  move spaces to report-line
  string "4. ACCESS RECERTIFICATION -- DORMANT AFTER "
    function trim(disp-num) " DAY(S) UNUSED"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "OPERATOR   NAME                 LVL LAST USED    IDLE MAX"
    " ACTIONS  DENIES  FLAG           CERTIFY/REVOKE"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "H" report-line
  perform varying oper_idx from 1 by 1 until oper_idx > oper_cnt
    move spaces to flag_text
    move spaces to disp-idle
    if op_last(oper_idx) = spaces
      move "NEVER" to disp-idle
      move "DORMANT" to flag_text
    else
      compute last_int = function integer-of-date
          (function numval(op_last(oper_idx)))
      compute idle_days = ref_int - last_int
      move idle_days to idle_edit
      move idle_edit to disp-idle
      if idle_days > dormant_days
        move "DORMANT" to flag_text
      end-if
    end-if
    if op_on_master(oper_idx) = "N"
      move "NOT ON MASTER" to flag_text
    end-if
    if flag_text = "DORMANT"
      add 1 to dormant_cnt
    end-if
    if op_max_level(oper_idx) > 0
      move op_max_level(oper_idx) to disp-max
      move disp-max to disp-level
    else
      move "-" to disp-level
    end-if
    move spaces to report-line
    move op_id(oper_idx) to report-line(1:10)
    move op_name(oper_idx) to report-line(12:20)
    move op_level(oper_idx) to report-line(33:1)
    move op_last(oper_idx) to report-line(37:8)
    move disp-idle to report-line(46:6)
    move disp-level to report-line(53:3)
    move op_actions(oper_idx) to disp-num
    move disp-num to report-line(57:7)
    move op_denies(oper_idx) to disp-num
    move disp-num to report-line(65:7)
    move flag_text to report-line(74:14)
    move "____ / ____" to report-line(89:11)
    call 'lib-writereport' using function module-id "W" report-line
  end-perform
  if oper_over_actions > 0
    move spaces to report-line
    move oper_over_actions to disp-num
    string "*** OPERATOR TABLE FULL -- " function trim(disp-num)
      " ACTION(S) BY IDS NOT LISTED ABOVE"
      delimited by size into report-line
    end-string
    move oper_over_denies to disp-num
    compute line_ptr = function length(function trim(report-line)) + 1
    string ", " function trim(disp-num) " OF THEM DENIED;"
      " THIS LIST IS INCOMPLETE ***"
      delimited by size into report-line with pointer line_ptr
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "audrev: " function trim(report-line)
  end-if
  move dormant_cnt to disp-num
  move spaces to report-line
  string "DORMANT IDS TO REVIEW: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "SUPERVISOR SIGN-OFF: ____________________  DATE: ________"
      to report-line
  call 'lib-writereport' using function module-id "W" report-line
  .
