           >>source format free
identification division.
program-id. varstmt.
author. alexoh@wcoding.
*> Fuel budget-versus-actual variance statement. Finance plans fuel
*> by tank and period on the fuel.bud budget master (budmaint); this
*> holds one period's budget against what actually moved through the
*> fuel journal and states, account by account, budget, actual,
*> variance and variance percent for credits (fuel in) and debits
*> (fuel out), every amount in both SNAFU and decimal through
*> lib-snafu.
*> Actuals come from the period's archive fuel<period>.arc once
*> perclose has closed it; a period not yet closed is stated from
*> the live 25.jrn records, to date. A TRANSFER counts as a debit
*> of the source tank and a credit of the receiving one, as on the
*> perclose statement. Actuals are net of reversals: reversing a
*> keyed-wrong credit takes it back out of actual credits, reversing
*> a debit out of actual debits, and a reversed transfer comes off
*> both tanks' actuals.
*> An account whose actual debits run more than TOLERANCE percent
*> over its budgeted debits is flagged OVER BUDGET -- it is burning
*> more fuel than planned. Accounts with movement but no budget are
*> listed as NOT BUDGETED.
*> Control card (va.ctl):
*>   PERIOD=xxxxxx    period to state (required)
*>   TOLERANCE=n      percent over budgeted debits allowed before an
*>                    account is flagged (default 10)
*> Return code 4 when any account is flagged over budget, 8 when
*> the card, the budget or the actuals are missing.

environment division.
  input-output section.
    file-control.
      select bdfile assign to "fuel.bud"
        organization is line sequential
        file status is bdfilestat.
      select jrnfile assign to jrn_filename
        organization is line sequential
        file status is jrnfilestat.

data division.
  file section.
    fd bdfile.
    01 bdfileline pic x(37).

    fd jrnfile.
    01 jrnfileline pic x(140).

  working-storage section.
    01 bdfilestat pic xx.
    01 jrnfilestat pic xx.
    01 jrn_filename pic x(14).
    77 file_eof pic x.
    77 period_parm pic x(6).
    77 tolerance_pct pic s9(4) comp value 10.
    77 actuals_from pic x(6).

    *> Journal-line tokens, picked out by keyword exactly as
    *> perclose reads them.
    01 jrn_tokens.
      02 jrn_tok pic x(27) occurs 24 times.
    77 tok_idx pic s9(4) comp.
    77 tok_action pic x(8).
    77 tok_acct pic x(4).
    77 tok_acct2 pic x(4).
    77 tok_amt pic s9(18) comp.
    77 tok_is_posting pic x.
    77 tok_direction pic x(4).
    77 jrn_read_cnt pic s9(8) comp value 0.

    *> Per-account budget and actuals for the period.
    01 va_table.
      02 va_cnt pic s9(4) comp value 0.
      02 va_row occurs 0 to 20 times depending on va_cnt
          indexed by va_idx.
        03 va_acct pic x(4).
        03 va_budgeted pic x.
        03 va_budget_credits pic s9(18) comp.
        03 va_budget_debits pic s9(18) comp.
        03 va_actual_credits pic s9(18) comp.
        03 va_actual_debits pic s9(18) comp.
    77 va_found pic x.
    77 va_lookup pic x(4).
    77 budget_cnt pic s9(4) comp value 0.
    77 over_cnt pic s9(4) comp value 0.
    77 unbudgeted_cnt pic s9(4) comp value 0.
    77 over_limit pic s9(18) comp.
    77 over_actual pic s9(18) comp.

    77 side_label pic x(8).
    77 side_budget pic s9(18) comp.
    77 side_actual pic s9(18) comp.
    77 variance_dec pic s9(18) comp.
    77 variance_word pic x(5).
    77 variance_pct pic s9(7)v9 comp.

    77 snafu_work pic x(26).
    77 snafu_mode pic x(3).
    77 snafu_result pic x(3).
    77 snafu_dec pic s9(18) comp.
    77 line_label pic x(24).

    77 disp-num pic z(8)9.
    77 disp-dec pic -(17)9.
    77 disp-pct pic -(6)9.9.
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
  if ctl_line_cnt = 0
    display "varstmt: no va.ctl control card -- supply PERIOD=."
    move 8 to return-code
    goback
  end-if

  move "PERIOD" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:6) to period_parm

  move "TOLERANCE" to parm_keyword
  move "10" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to tolerance_pct
  end-if

  if period_parm = spaces
    display "varstmt: PERIOD= is required."
    move 8 to return-code
    goback
  end-if

  perform load_budgets
  if budget_cnt = 0
    display "varstmt: no budget on fuel.bud for period "
        function trim(period_parm) " -- nothing to hold the"
        " actuals against."
    move 8 to return-code
    goback
  end-if

  perform load_actuals
  if actuals_from = spaces
    move 8 to return-code
    goback
  end-if

  perform write_statement
  display "varstmt: period " function trim(period_parm) " -- "
      va_cnt " account(s) stated, " over_cnt " over budget, "
      unbudgeted_cnt " not budgeted."
  if over_cnt > 0
    move 4 to return-code
  end-if
  goback.

load_budgets.
  move "N" to file_eof
  open input bdfile
  if bdfilestat not = "00"
    display "varstmt: no fuel.bud budget master on file, status "
        bdfilestat
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read bdfile at end move "Y" to file_eof
      not at end
        if bdfileline(6:6) = period_parm
          move bdfileline(1:4) to va_lookup
          perform find_va_account
          move "Y" to va_budgeted(va_idx)
          move function numval(bdfileline(13:12))
              to va_budget_credits(va_idx)
          move function numval(bdfileline(26:12))
              to va_budget_debits(va_idx)
          add 1 to budget_cnt
        end-if
    end-read
  end-perform
  close bdfile
  .

*> A closed period is stated from its archive; an open one from the
*> live journal.
load_actuals.
  move spaces to actuals_from
  move spaces to jrn_filename
  string "fuel" function trim(period_parm) ".arc"
    delimited by size into jrn_filename
  end-string
  open input jrnfile
  if jrnfilestat = "00"
    move "CLOSED" to actuals_from
  else
    move "25.jrn" to jrn_filename
    open input jrnfile
    if jrnfilestat not = "00"
      display "varstmt: period " function trim(period_parm)
          " has no archive and no 25.jrn journal is on file,"
          " status " jrnfilestat
      exit paragraph
    end-if
    move "OPEN" to actuals_from
  end-if
  move "N" to file_eof
  perform until file_eof = "Y"
    read jrnfile at end move "Y" to file_eof
      not at end
        add 1 to jrn_read_cnt
        perform tally_journal_line
    end-read
  end-perform
  close jrnfile
  .

tally_journal_line.
  move spaces to jrn_tokens
  unstring function trim(jrnfileline)
      delimited by all " "
    into jrn_tok(1) jrn_tok(2) jrn_tok(3) jrn_tok(4) jrn_tok(5)
        jrn_tok(6) jrn_tok(7) jrn_tok(8) jrn_tok(9) jrn_tok(10)
        jrn_tok(11) jrn_tok(12) jrn_tok(13) jrn_tok(14)
        jrn_tok(15) jrn_tok(16) jrn_tok(17) jrn_tok(18)
        jrn_tok(19) jrn_tok(20) jrn_tok(21) jrn_tok(22)
        jrn_tok(23) jrn_tok(24)
  end-unstring
  move spaces to tok_action
  move "MAIN" to tok_acct
  move spaces to tok_acct2
  move "N" to tok_is_posting
  move 0 to tok_amt
  move spaces to tok_direction
  perform varying tok_idx from 1 by 1 until tok_idx > 24
    evaluate true
      when tok_action = "REJECTED"
        continue
      when jrn_tok(tok_idx) = "ACCT"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct
        end-if
      when jrn_tok(tok_idx) = "CREDIT"
        move "CREDIT" to tok_action
      when jrn_tok(tok_idx) = "DEBIT"
        move "DEBIT" to tok_action
      when jrn_tok(tok_idx) = "TRANSFER"
        move "TRANSFER" to tok_action
      when jrn_tok(tok_idx) = "REJECTED"
        move "REJECTED" to tok_action
      when jrn_tok(tok_idx) = "REVERSAL"
        move "REVERSAL" to tok_action
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_direction
        end-if
      when jrn_tok(tok_idx) = "FROM"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct
        end-if
      when jrn_tok(tok_idx) = "TO"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct2
        end-if
      when jrn_tok(tok_idx) = "AMT"
        if tok_idx < 24
          move function numval(jrn_tok(tok_idx + 1)) to tok_amt
          move "Y" to tok_is_posting
        end-if
    end-evaluate
  end-perform
  if tok_is_posting not = "Y"
    exit paragraph
  end-if
  evaluate tok_action
    when "CREDIT"
      move tok_acct to va_lookup
      perform find_va_account
      add tok_amt to va_actual_credits(va_idx)
    when "DEBIT"
      move tok_acct to va_lookup
      perform find_va_account
      add tok_amt to va_actual_debits(va_idx)
    when "TRANSFER"
      move tok_acct to va_lookup
      perform find_va_account
      add tok_amt to va_actual_debits(va_idx)
      move tok_acct2 to va_lookup
      perform find_va_account
      add tok_amt to va_actual_credits(va_idx)
    *> A transfer reversal runs FROM the tank that received the fuel
    *> back TO the one it left.
    when "REVERSAL"
      move tok_acct to va_lookup
      perform find_va_account
      evaluate tok_direction
        when "OUT"
          subtract tok_amt from va_actual_credits(va_idx)
        when "IN"
          subtract tok_amt from va_actual_debits(va_idx)
        when "XFER"
          subtract tok_amt from va_actual_credits(va_idx)
          move tok_acct2 to va_lookup
          perform find_va_account
          subtract tok_amt from va_actual_debits(va_idx)
      end-evaluate
  end-evaluate
  .

find_va_account.
  move "N" to va_found
  perform varying va_idx from 1 by 1
      until va_idx > va_cnt or va_found = "Y"
    if va_acct(va_idx) = va_lookup
      move "Y" to va_found
    end-if
  end-perform
  if va_found = "Y"
    subtract 1 from va_idx
  else
    add 1 to va_cnt
    move va_cnt to va_idx
    move va_lookup to va_acct(va_idx)
    move "N" to va_budgeted(va_idx)
    move 0 to va_budget_credits(va_idx)
    move 0 to va_budget_debits(va_idx)
    move 0 to va_actual_credits(va_idx)
    move 0 to va_actual_debits(va_idx)
  end-if
  .

write_statement.
  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  if actuals_from = "CLOSED"
    string "FUEL BUDGET VARIANCE STATEMENT -- PERIOD "
      function trim(period_parm) " (CLOSED, ACTUALS FROM "
      function trim(jrn_filename) ")"
      delimited by size into report-line
    end-string
  else
    string "FUEL BUDGET VARIANCE STATEMENT -- PERIOD "
      function trim(period_parm) " (OPEN, ACTUALS TO DATE FROM"
      " 25.jrn)"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  move spaces to report-line
  move tolerance_pct to disp-num
  string "TOLERANCE: " function trim(disp-num)
    "% OVER BUDGETED DEBITS"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line

  perform varying va_idx from 1 by 1 until va_idx > va_cnt
    perform state_one_account
  end-perform

  move spaces to report-line
  move va_cnt to disp-num
  string "ACCOUNTS STATED: " function trim(disp-num)
    delimited by size into report-line
  end-string
  move over_cnt to disp-num
  compute tok_idx = function length(function trim(report-line)) + 1
  string "  OVER BUDGET: " function trim(disp-num)
    delimited by size into report-line
    with pointer tok_idx
  end-string
  move unbudgeted_cnt to disp-num
  string "  NOT BUDGETED: " function trim(disp-num)
    delimited by size into report-line
    with pointer tok_idx
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  .

state_one_account.
  move spaces to report-line
  if va_budgeted(va_idx) = "Y"
    string "ACCOUNT " va_acct(va_idx)
      delimited by size into report-line
    end-string
  else
    add 1 to unbudgeted_cnt
    string "ACCOUNT " va_acct(va_idx)
      " -- NOT BUDGETED FOR THIS PERIOD"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)

  move "CREDITS" to side_label
  move va_budget_credits(va_idx) to side_budget
  move va_actual_credits(va_idx) to side_actual
  perform state_one_side
  move "DEBITS" to side_label
  move va_budget_debits(va_idx) to side_budget
  move va_actual_debits(va_idx) to side_actual
  perform state_one_side

  *> Consumption past budget plus tolerance: compared in whole
  *> hundredths so no fraction is lost.
  if va_budgeted(va_idx) = "Y"
    compute over_limit = va_budget_debits(va_idx)
        * (100 + tolerance_pct)
    compute over_actual = va_actual_debits(va_idx) * 100
    if over_actual > over_limit
      add 1 to over_cnt
      move spaces to report-line
      move tolerance_pct to disp-num
      string "  *** OVER BUDGET -- DEBITS MORE THAN "
        function trim(disp-num) "% OVER BUDGETED CONSUMPTION ***"
        delimited by size into report-line
      end-string
      call 'lib-writereport' using function module-id "W"
          report-line
      display "varstmt: " va_acct(va_idx) " "
          function trim(report-line)
    end-if
  end-if
  .

*> Budget, actual and variance lines for one side of an account.
state_one_side.
  move spaces to line_label
  string "  " function trim(side_label) " BUDGET"
    delimited by size into line_label
  end-string
  move side_budget to snafu_dec
  perform statement_amount_line
  move spaces to line_label
  string "  " function trim(side_label) " ACTUAL"
    delimited by size into line_label
  end-string
  move side_actual to snafu_dec
  perform statement_amount_line

  *> SNAFU is carried unsigned on the ledger, so an under-run is
  *> stated as UNDER by its size; the decimal keeps the sign.
  compute variance_dec = side_actual - side_budget
  if variance_dec < 0
    move "UNDER" to variance_word
    compute snafu_dec = 0 - variance_dec
  else
    move "OVER" to variance_word
    move variance_dec to snafu_dec
  end-if
  move spaces to snafu_work
  move "D2S" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_work snafu_dec
      snafu_result
  if snafu_result not = "OK "
    move "(NOT REPRESENTABLE)" to snafu_work
  end-if
  move variance_dec to disp-dec
  move spaces to report-line
  string "  " function trim(side_label) " VARIANCE: "
    function trim(variance_word) " SNAFU " function trim(snafu_work)
    "  DECIMAL " function trim(disp-dec)
    delimited by size into report-line
  end-string
  compute tok_idx =
      function length(function trim(report-line trailing)) + 1
  if side_budget = 0
    string "  PERCENT N/A (NO BUDGET)"
      delimited by size into report-line
      with pointer tok_idx
    end-string
  else
    compute variance_pct rounded = variance_dec * 100 / side_budget
    move variance_pct to disp-pct
    string "  PERCENT " function trim(disp-pct) "%"
      delimited by size into report-line
      with pointer tok_idx
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> One statement line in both notations.
statement_amount_line.
  move spaces to snafu_work
  move "D2S" to snafu_mode
  call 'lib-snafu' using snafu_mode snafu_work snafu_dec
      snafu_result
  if snafu_result not = "OK "
    move "(NOT REPRESENTABLE)" to snafu_work
  end-if
  move snafu_dec to disp-dec
  move spaces to report-line
  string function trim(line_label trailing) ": SNAFU "
    function trim(snafu_work)
    "  DECIMAL " function trim(disp-dec)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .
