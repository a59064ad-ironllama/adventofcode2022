*> archive the closed journal records under the period identifier
*> (fuel<period>.arc). Journal records after the close date stay
*> live in 25.jrn.
*> Reversals (fuelpost REVERSE/CORRECT) are stated on their own
*> lines, apart from the ordinary credits and debits: a reversal IN
*> puts back a reversed debit, a reversal OUT takes back a reversed
*> credit, and a transfer reversal is OUT of the tank that received
*> the fuel and IN to the one it came from. The proof counts them.
*> Each close is registered on fuel.cls ("period(6) close-date(8)
*> high-jno(8)", the highest journal entry number archived) so that
*> fuelpost refuses to reverse an entry inside a closed period.
*> Control card (pe.ctl):
*>   CLOSE=YYYYMMDD   close date, postings on or before it close
*>                    (required)
environment division.
  input-output section.
    file-control.
      select jrnfile assign to jrnfile_name
        organization is line sequential
        file status is jrnfilestat.
      select arcfile assign to arc_filename
        organization is line sequential
        file status is arcfilestat.
      select clsfile assign to "fuel.cls"
        organization is line sequential
        file status is clsfilestat.

data division.
  file section.
    fd arcfile.
    01 arcfileline pic x(140).

    fd clsfile.
    01 clsfileline pic x(24).

  working-storage section.
    01 jrnfilestat pic xx.
    01 jrnfile_name pic x(40) value "25.jrn".
    01 arcfilestat pic xx.
    01 clsfilestat pic xx.
    01 arc_filename pic x(14).
    77 file_eof pic x.

    *> parse. A TRANSFER entry carries two BEFORE/AFTER pairs, one
    *> per side.
    01 jrn_tokens.
      02 jrn_tok pic x(27) occurs 24 times.
    77 tok_idx pic s9(4) comp.
    77 tok_action pic x(8).
    77 tok_acct pic x(4).
    77 tok_after2 pic s9(18) comp.
    77 tok_side pic x.
    77 tok_is_posting pic x.
    77 tok_direction pic x(4).
    77 tok_jno pic 9(8).
    77 tok_corrects pic x.
    77 high_jno pic 9(8) value 0.
    77 cls_failed pic x value "N".

    *> Per-account period facts: the proof runs account by account,
    *> since each account's BEFORE/AFTER chain is its own.
        03 pc_closing pic s9(18) comp.
        03 pc_credit_total pic s9(18) comp.
        03 pc_debit_total pic s9(18) comp.
        03 pc_rev_in pic s9(18) comp.
        03 pc_rev_out pic s9(18) comp.
    77 pc_found pic x.
    77 pc_lookup pic x(4).

    77 debit_total pic s9(18) comp value 0.
    77 transfer_cnt pic s9(8) comp value 0.
    77 reject_cnt pic s9(8) comp value 0.
    77 reversal_cnt pic s9(8) comp value 0.
    77 reversal_total pic s9(18) comp value 0.
    77 correction_cnt pic s9(8) comp value 0.
    77 proof_dec pic s9(18) comp.
    77 proof_fail_cnt pic s9(4) comp value 0.

    77 parm_source pic x(4).
    77 parm_echo pic x(60).

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

procedure division.
  perform recover_masters
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
    display "perclose: no pe.ctl control card -- supply CLOSE= and"

  perform write_archive
  perform rewrite_journal
  perform register_close
  perform write_statement
  if cls_failed = "Y"
    move 12 to return-code
  end-if

  display "perclose: period " function trim(period_parm)
      " closed at " close_parm " -- " closed_cnt
        jrn_tok(6) jrn_tok(7) jrn_tok(8) jrn_tok(9) jrn_tok(10)
        jrn_tok(11) jrn_tok(12) jrn_tok(13) jrn_tok(14)
        jrn_tok(15) jrn_tok(16) jrn_tok(17) jrn_tok(18)
        jrn_tok(19) jrn_tok(20) jrn_tok(21) jrn_tok(22)
        jrn_tok(23) jrn_tok(24)
  end-unstring
  move spaces to tok_action
  move "MAIN" to tok_acct
  move 0 to tok_after
  move 0 to tok_before2
  move 0 to tok_after2
  move spaces to tok_direction
  move 0 to tok_jno
  move "N" to tok_corrects
  *> A rejected record quotes the refused card, whose own words
  *> (CREDIT, DEBIT...) must not turn it back into a posting.
  perform varying tok_idx from 1 by 1 until tok_idx > 24
    evaluate true
      when tok_action = "REJECTED"
        continue
      when jrn_tok(tok_idx) = "ACCT"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct
        end-if
      when jrn_tok(tok_idx) = "JNO"
        if tok_idx < 24 and jrn_tok(tok_idx + 1)(1:8) is numeric
          move jrn_tok(tok_idx + 1)(1:8) to tok_jno
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
      when jrn_tok(tok_idx) = "CORRECTS"
        move "Y" to tok_corrects
      when jrn_tok(tok_idx) = "FROM"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct
          move "1" to tok_side
        end-if
      when jrn_tok(tok_idx) = "TO"
        if tok_idx < 24
          move jrn_tok(tok_idx + 1)(1:4) to tok_acct2
          move "2" to tok_side
        end-if
      when jrn_tok(tok_idx) = "AMT"
        if tok_idx < 24
          move function numval(jrn_tok(tok_idx + 1)) to tok_amt
          move "Y" to tok_is_posting
        end-if
      when jrn_tok(tok_idx) = "BEFORE"
        if tok_idx < 24
          if tok_side = "1"
            move function numval(jrn_tok(tok_idx + 1))
                to tok_before
                to tok_before2
          end-if
        end-if
      when jrn_tok(tok_idx) = "AFTER"
        if tok_idx < 24
          if tok_side = "1"
            move function numval(jrn_tok(tok_idx + 1)) to tok_after
          else
        end-if
    end-evaluate
  end-perform
  if tok_jno > high_jno
    move tok_jno to high_jno
  end-if
  if tok_corrects = "Y" and tok_is_posting = "Y"
    add 1 to correction_cnt
  end-if
  evaluate true
    when tok_action = "REJECTED"
      add 1 to reject_cnt
    when tok_is_posting = "Y" and tok_action = "REVERSAL"
      add 1 to reversal_cnt
      add tok_amt to reversal_total
      move tok_acct to pc_lookup
      perform find_pc_account
      perform note_side1_balances
      if tok_direction = "IN"
        add tok_amt to pc_rev_in(pc_idx)
      else
        add tok_amt to pc_rev_out(pc_idx)
      end-if
      if tok_direction = "XFER"
        move tok_acct2 to pc_lookup
        perform find_pc_account
        if pc_have_opening(pc_idx) = "N"
          move tok_before2 to pc_opening(pc_idx)
          move "Y" to pc_have_opening(pc_idx)
        end-if
        move tok_after2 to pc_closing(pc_idx)
        add tok_amt to pc_rev_in(pc_idx)
      end-if
    when tok_is_posting = "Y" and tok_action = "CREDIT"
      add 1 to credit_cnt
      add tok_amt to credit_total
    move 0 to pc_closing(pc_idx)
    move 0 to pc_credit_total(pc_idx)
    move 0 to pc_debit_total(pc_idx)
    move 0 to pc_rev_in(pc_idx)
    move 0 to pc_rev_out(pc_idx)
  end-if
  .

  .

rewrite_journal.
  move "25.jrn" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to jrnfile_name
  open output jrnfile
  if jrnfilestat not = "00"
    display "perclose: ERROR rewriting 25.jrn status " jrnfilestat
    move swap_master to jrnfile_name
    move 12 to return-code
    goback
  end-if
    write jrnfileline from live_row(live_idx)
  end-perform
  close jrnfile
  move swap_master to jrnfile_name
  move live_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    move 12 to return-code
    goback
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "25.jrn" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

write_statement.
    with pointer tok_idx
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move reversal_cnt to disp-num
  string "REVERSALS: " function trim(disp-num) " ENTRY(IES)"
    delimited by size into report-line
  end-string
  move correction_cnt to disp-num
  compute tok_idx = function length(function trim(report-line)) + 1
  string "  CORRECTED BY A REPLACEMENT POSTING: "
    function trim(disp-num)
    delimited by size into report-line
    with pointer tok_idx
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move "CREDIT TOTAL" to line_label
  move credit_total to snafu_dec
  perform statement_amount_line
  move "DEBIT TOTAL" to line_label
  move debit_total to snafu_dec
  perform statement_amount_line
  move "REVERSAL TOTAL" to line_label
  move reversal_total to snafu_dec
  perform statement_amount_line

  *> Per-account section: opening, movement, closing, and the proof
  *> that opening + credits - debits reproduces the closing balance.
    move "  DEBITS OUT" to line_label
    move pc_debit_total(pc_idx) to snafu_dec
    perform statement_amount_line
    if pc_rev_in(pc_idx) not = 0 or pc_rev_out(pc_idx) not = 0
      move "  REVERSALS IN" to line_label
      move pc_rev_in(pc_idx) to snafu_dec
      perform statement_amount_line
      move "  REVERSALS OUT" to line_label
      move pc_rev_out(pc_idx) to snafu_dec
      perform statement_amount_line
    end-if
    move "  CLOSING BALANCE" to line_label
    move pc_closing(pc_idx) to snafu_dec
    perform statement_amount_line
    compute proof_dec = pc_opening(pc_idx)
        + pc_credit_total(pc_idx) - pc_debit_total(pc_idx)
        + pc_rev_in(pc_idx) - pc_rev_out(pc_idx)
    move spaces to report-line
    if proof_dec = pc_closing(pc_idx)
      string "  PROOF: OPENING + POSTINGS = CLOSING -- BALANCED"
    display function trim(report-line)
  end-perform

  *> The return code goes last: the closing call resets it.
  call 'lib-writereport' using function module-id "C" report-line
  if proof_fail_cnt > 0
    move 4 to return-code
  end-if
  .

*> One statement line in both notations.
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

*> Register the close for fuelpost's reversal check.
register_close.
  open extend clsfile
  if clsfilestat = "35" or clsfilestat = "05"
    open output clsfile
  end-if
  if clsfilestat not = "00"
    display "perclose: ERROR appending fuel.cls status " clsfilestat
    move "Y" to cls_failed
    exit paragraph
  end-if
  move spaces to clsfileline
  string period_parm " " close_parm " " high_jno
    delimited by size into clsfileline
  end-string
  write clsfileline
  close clsfile
  .
