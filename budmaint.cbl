           >>source format free
identification division.
program-id. budmaint.
author. alexoh@wcoding.
*> Fuel budget master maintenance (fuel.bud, read by varstmt for the
*> budget-versus-actual statement). Finance plans fuel by tank and
*> period; every change is a logged transaction in fuel.bud.log and
*> the master is not edited by hand.
*> Control card (bu.ctl):
*>   ACTION=LIST [PERIOD=p]                  list the master (one
*>                                           period, or all)
*>   ACTION=ADD ACCT=x PERIOD=p CREDITS=n DEBITS=n
*>                                           budget a tank for a period
*>   ACTION=CHANGE ACCT=x PERIOD=p [CREDITS=n] [DEBITS=n]
*>                                           re-plan a budget
*>   ACTION=DROP ACCT=x PERIOD=p             take a budget off
*>   USER=x for the log (default OPERATOR)
*> ACCT is the 25.bal tank/account code, PERIOD the same period name
*> perclose closes (PERIOD= on pe.ctl). CREDITS and DEBITS are the
*> budgeted fuel in and out, in decimal units.
*> Budgets steer the fuel ledger, so ADD/CHANGE/DROP sign on first
*> through lib-signon (level 3, the fuelpost level) and the decision
*> is audited to security.aud; LIST needs no sign-on.
*> Master record: acct x(4), period x(6), credits 9(12), debits
*> 9(12), space-separated.
*> Return code 8 on a rejected or refused change, 12 when the master
*> cannot be written.

environment division.
  input-output section.
    file-control.
      select bdfile assign to "fuel.bud"
        organization is line sequential
        file status is bdfilestat.
      select lfile assign to "fuel.bud.log"
        organization is line sequential
        file status is lfilestat.

data division.
  file section.
    fd bdfile.
    01 bdfileline pic x(37).

    fd lfile.
    01 lfileline pic x(120).

  working-storage section.
    01 bdfilestat pic xx.
    01 lfilestat pic xx.
    77 file_eof pic x.

    01 budget_table.
      02 budget_cnt pic s9(4) comp value 0.
      02 budget_row occurs 0 to 999 times
          depending on budget_cnt indexed by budget_idx.
        03 budget_acct pic x(4).
        03 filler pic x.
        03 budget_period pic x(6).
        03 filler pic x.
        03 budget_credits pic 9(12).
        03 filler pic x.
        03 budget_debits pic 9(12).
    77 budget_found pic s9(4) comp.
    77 list_cnt pic s9(4) comp.

    77 action_parm pic x(8).
    77 acct_parm pic x(4).
    77 period_parm pic x(6).
    77 credits_parm pic x(30).
    77 debits_parm pic x(30).
    77 user_parm pic x(10).
    77 amount_parm pic x(30).
    77 amount_num pic 9(12).
    77 amount_len pic s9(4) comp.
    77 amount_ok pic x.
    77 credits_num pic 9(12).
    77 debits_num pic 9(12).
    77 old_text pic x(30).
    77 new_text pic x(30).
    77 curr_date_time pic x(21).
    77 disp-credits pic z(11)9.
    77 disp-debits pic z(11)9.

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

    *> For lib-signon -- the shared operator authority check. The
    *> program name goes over in a field of its own, padded to the
    *> audit column's width.
    77 signon_progid pic x(10) value "budmaint".
    77 signon_action pic x(12).
    77 signon_level pic 9.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
    display "budmaint: no bu.ctl control card -- nothing to do."
    move 8 to return-code
    goback
  end-if

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "ACCT" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:4) to acct_parm

  move "PERIOD" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:6) to period_parm

  move "CREDITS" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to credits_parm

  move "DEBITS" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to debits_parm

  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:10) to user_parm

  perform load_table

  evaluate action_parm
    when "LIST"
      perform list_table
    when "ADD"
      perform add_budget
    when "CHANGE"
      perform change_budget
    when "DROP"
      perform drop_budget
    when other
      display "budmaint: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_table.
  move "N" to file_eof
  open input bdfile
  if bdfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read bdfile at end move "Y" to file_eof
      not at end
        if budget_cnt < 999 and bdfileline not = spaces
          add 1 to budget_cnt
          move bdfileline to budget_row(budget_cnt)
        end-if
    end-read
  end-perform
  close bdfile
  .

find_budget_row.
  move 0 to budget_found
  perform varying budget_idx from 1 by 1
      until budget_idx > budget_cnt
    if budget_acct(budget_idx) = acct_parm
        and budget_period(budget_idx) = period_parm
      move budget_idx to budget_found
    end-if
  end-perform
  .

*> CREDITS=/DEBITS= must be all digits, not empty.
validate_amount.
  move "Y" to amount_ok
  move 0 to amount_num
  if amount_parm = spaces
    move "N" to amount_ok
    exit paragraph
  end-if
  move function length(function trim(amount_parm)) to amount_len
  if amount_len > 12
      or amount_parm(1:amount_len) is not numeric
    move "N" to amount_ok
    exit paragraph
  end-if
  move amount_parm(1:amount_len) to amount_num
  .

*> Changes move what finance holds the tanks to: sign on first.
sign_on.
  move "FUEL-BUDGET" to signon_action
  move 3 to signon_level
  move spaces to signon_before
  string acct_parm " " period_parm " " old_text
    delimited by size into signon_before
  end-string
  move new_text to signon_after
  call 'lib-signon' using signon_progid user_parm
      signon_action signon_level signon_before signon_after
      signon_result
  if signon_result not = "OK  "
    move 8 to return-code
  end-if
  .

list_table.
  if budget_cnt = 0
    display "budmaint: budget master is empty -- varstmt has no"
        " budgets to hold the actuals against."
    exit paragraph
  end-if
  move 0 to list_cnt
  perform varying budget_idx from 1 by 1
      until budget_idx > budget_cnt
    if period_parm = spaces
        or budget_period(budget_idx) = period_parm
      add 1 to list_cnt
      move budget_credits(budget_idx) to disp-credits
      move budget_debits(budget_idx) to disp-debits
      display "BUDGET " budget_acct(budget_idx) " "
          budget_period(budget_idx) " CREDITS " disp-credits
          " DEBITS " disp-debits
    end-if
  end-perform
  display "budmaint: " list_cnt " budget(s) listed of " budget_cnt
      " on the master."
  .

add_budget.
  if acct_parm = spaces or period_parm = spaces
      or credits_parm = spaces or debits_parm = spaces
    display "budmaint: ADD needs ACCT=, PERIOD=, CREDITS= and"
        " DEBITS=."
    move 8 to return-code
    exit paragraph
  end-if
  move credits_parm to amount_parm
  perform validate_amount
  if amount_ok = "N"
    display "budmaint: CREDITS must be a decimal amount (digits"
        " only)."
    move 8 to return-code
    exit paragraph
  end-if
  move amount_num to credits_num
  move debits_parm to amount_parm
  perform validate_amount
  if amount_ok = "N"
    display "budmaint: DEBITS must be a decimal amount (digits"
        " only)."
    move 8 to return-code
    exit paragraph
  end-if
  move amount_num to debits_num
  perform find_budget_row
  if budget_found > 0
    display "budmaint: " acct_parm " already budgeted for period "
        function trim(period_parm) " -- use CHANGE."
    move 8 to return-code
    exit paragraph
  end-if
  if budget_cnt >= 999
    display "budmaint: master full."
    move 12 to return-code
    exit paragraph
  end-if
  move spaces to old_text
  move credits_num to disp-credits
  move debits_num to disp-debits
  move spaces to new_text
  string function trim(disp-credits) " " function trim(disp-debits)
    delimited by size into new_text
  end-string
  perform sign_on
  if signon_result not = "OK  "
    exit paragraph
  end-if
  add 1 to budget_cnt
  move spaces to budget_row(budget_cnt)
  move acct_parm to budget_acct(budget_cnt)
  move period_parm to budget_period(budget_cnt)
  move credits_num to budget_credits(budget_cnt)
  move debits_num to budget_debits(budget_cnt)
  perform save_table
  perform append_log
  display "budmaint: " acct_parm " budgeted for period "
      function trim(period_parm) "."
  .

change_budget.
  if acct_parm = spaces or period_parm = spaces
      or (credits_parm = spaces and debits_parm = spaces)
    display "budmaint: CHANGE needs ACCT=, PERIOD= and CREDITS="
        " and/or DEBITS=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_budget_row
  if budget_found = 0
    display "budmaint: " acct_parm " has no budget for period "
        function trim(period_parm) "."
    move 8 to return-code
    exit paragraph
  end-if
  move budget_credits(budget_found) to credits_num
  move budget_debits(budget_found) to debits_num
  if credits_parm not = spaces
    move credits_parm to amount_parm
    perform validate_amount
    if amount_ok = "N"
      display "budmaint: CREDITS must be a decimal amount (digits"
          " only)."
      move 8 to return-code
      exit paragraph
    end-if
    move amount_num to credits_num
  end-if
  if debits_parm not = spaces
    move debits_parm to amount_parm
    perform validate_amount
    if amount_ok = "N"
      display "budmaint: DEBITS must be a decimal amount (digits"
          " only)."
      move 8 to return-code
      exit paragraph
    end-if
    move amount_num to debits_num
  end-if
  move budget_credits(budget_found) to disp-credits
  move budget_debits(budget_found) to disp-debits
  move spaces to old_text
  string function trim(disp-credits) " " function trim(disp-debits)
    delimited by size into old_text
  end-string
  move credits_num to disp-credits
  move debits_num to disp-debits
  move spaces to new_text
  string function trim(disp-credits) " " function trim(disp-debits)
    delimited by size into new_text
  end-string
  perform sign_on
  if signon_result not = "OK  "
    exit paragraph
  end-if
  move credits_num to budget_credits(budget_found)
  move debits_num to budget_debits(budget_found)
  perform save_table
  perform append_log
  display "budmaint: " acct_parm " period " function trim(period_parm)
      " budget now " function trim(new_text) "."
  .

drop_budget.
  if acct_parm = spaces or period_parm = spaces
    display "budmaint: DROP needs ACCT= and PERIOD=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_budget_row
  if budget_found = 0
    display "budmaint: " acct_parm " has no budget for period "
        function trim(period_parm) "."
    move 8 to return-code
    exit paragraph
  end-if
  move budget_credits(budget_found) to disp-credits
  move budget_debits(budget_found) to disp-debits
  move spaces to old_text
  string function trim(disp-credits) " " function trim(disp-debits)
    delimited by size into old_text
  end-string
  move spaces to new_text
  perform sign_on
  if signon_result not = "OK  "
    exit paragraph
  end-if
  perform varying budget_idx from budget_found by 1
      until budget_idx >= budget_cnt
    move budget_row(budget_idx + 1) to budget_row(budget_idx)
  end-perform
  subtract 1 from budget_cnt
  perform save_table
  perform append_log
  display "budmaint: " acct_parm " period " function trim(period_parm)
      " budget dropped."
  .

save_table.
  open output bdfile
  if bdfilestat not = "00"
    display "budmaint: ERROR writing fuel.bud status " bdfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying budget_idx from 1 by 1
      until budget_idx > budget_cnt
    write bdfileline from budget_row(budget_idx)
  end-perform
  close bdfile
  .

append_log.
  move function current-date to curr_date_time
  open extend lfile
  if lfilestat = "35" or lfilestat = "05"
    open output lfile
  end-if
  if lfilestat not = "00"
    display "budmaint: ERROR appending fuel.bud.log status "
        lfilestat
    exit paragraph
  end-if
  move spaces to lfileline
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " " function trim(user_parm)
    " " function trim(action_parm)
    " " acct_parm " " function trim(period_parm)
    " OLD [" function trim(old_text)
    "] NEW [" function trim(new_text) "]"
    delimited by size into lfileline
  end-string
  write lfileline
  close lfile
  .
