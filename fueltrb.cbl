*> grand total across all accounts. A legacy single-number balance
*> file reads as account MAIN, so the report works unchanged either
*> way.
*> Reversals are shown apart from the balances: every REVERSAL on
*> the live 25.jrn journal (fuelpost REVERSE/CORRECT since the last
*> perclose) is listed with the entry it reverses, the account and
*> direction, and the amount in both notations, so a correction is
*> never mistaken for fuel movement.

environment division.
  input-output section.
      select balfile assign to "25.bal"
        organization is line sequential
        file status is balfilestat.
      select jrnfile assign to "25.jrn"
        organization is line sequential
        file status is jrnfilestat.

data division.
  file section.
    fd balfile.
    01 balfileline pic x(31).

    fd jrnfile.
    01 jrnfileline pic x(140).

  working-storage section.
    01 balfilestat pic xx.
    01 jrnfilestat pic xx.
    77 file_eof pic x.
    77 acct_code pic x(4).
    77 balance_snafu pic x(26).
    77 fail_cnt pic s9(4) comp value 0.
    77 report-line pic x(999).
    77 disp-dec pic -(17)9.
    77 check_text pic x(4).

    *> Reversal records off the live journal, read by keyword.
    01 jrn_tokens.
      02 jrn_tok pic x(27) occurs 24 times.
    77 tok_idx pic s9(4) comp.
    77 tok_jno pic x(8).
    77 tok_reverses pic x(8).
    77 tok_acct pic x(4).
    77 tok_acct2 pic x(4).
    77 tok_direction pic x(4).
    77 tok_amt pic s9(18) comp.
    77 tok_is_reversal pic x.
    77 reversal_cnt pic s9(4) comp value 0.
    77 correction_cnt pic s9(4) comp value 0.
    77 reversal_total pic s9(18) comp value 0.
    77 amount_snafu pic x(26).
    77 disp-num pic z(3)9.

procedure division.
  open input balfile
  move "ACCT  SNAFU                       DECIMAL            CHECK"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  *> Account rows as a spreadsheet table; the total is left to it.
  move "ACCT,SNAFU,DECIMAL,CHECK" to report-line
  call 'lib-writereport' using function module-id "T" report-line

  move "N" to file_eof
  perform until file_eof = "Y"
    move "25.bal IS EMPTY" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    display function trim(report-line)
  else
    move spaces to grand_snafu
    move "D2S" to snafu_mode
    display function trim(report-line)
  end-if

  perform list_reversals

  call 'lib-writereport' using function module-id "C" report-line
  display "fueltrb: " account_cnt " account(s), " fail_cnt
      " cross-check failure(s), " reversal_cnt " reversal(s)."
  *> The return code goes last: the closing call resets it.
  if fail_cnt > 0
    move 4 to return-code
  end-if
  if account_cnt = 0
    move 8 to return-code
  end-if
  goback.

balance_one_account.
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  if function trim(recon_snafu) = function trim(balance_snafu)
    move "PASS" to check_text
  else
    move "FAIL" to check_text
  end-if
  move spaces to report-line
  string function trim(acct_code) "," function trim(balance_snafu)
    "," function trim(disp-dec) "," check_text
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "R" report-line
  .

*> Reversals since the last close, apart from the balances above.
list_reversals.
  move "REVERSALS ON THE LIVE JOURNAL" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "N" to file_eof
  open input jrnfile
  if jrnfilestat = "00"
    perform until file_eof = "Y"
      read jrnfile at end move "Y" to file_eof
        not at end
          perform list_one_reversal
      end-read
    end-perform
    close jrnfile
  end-if
  move spaces to report-line
  if reversal_cnt = 0
    move "  NO REVERSALS" to report-line
  else
    move spaces to amount_snafu
    move "D2S" to snafu_mode
    call 'lib-snafu' using snafu_mode amount_snafu reversal_total
        snafu_result
    move reversal_total to disp-dec
    move correction_cnt to disp-num
    string "  REVERSAL TOTAL: SNAFU " function trim(amount_snafu)
      "  DECIMAL " function trim(disp-dec)
      "  CORRECTED BY A REPLACEMENT POSTING: " function trim(disp-num)
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .

list_one_reversal.
  move spaces to jrn_tokens
  unstring function trim(jrnfileline) delimited by all " "
    into jrn_tok(1) jrn_tok(2) jrn_tok(3) jrn_tok(4) jrn_tok(5)
        jrn_tok(6) jrn_tok(7) jrn_tok(8) jrn_tok(9) jrn_tok(10)
        jrn_tok(11) jrn_tok(12) jrn_tok(13) jrn_tok(14)
        jrn_tok(15) jrn_tok(16) jrn_tok(17) jrn_tok(18)
        jrn_tok(19) jrn_tok(20) jrn_tok(21) jrn_tok(22)
        jrn_tok(23) jrn_tok(24)
  end-unstring
  if jrn_tok(3) = "REJECTED" or jrn_tok(5) = "REJECTED"
    exit paragraph
  end-if
  move "N" to tok_is_reversal
  move spaces to tok_jno
  move spaces to tok_reverses
  move "MAIN" to tok_acct
  move spaces to tok_acct2
  move spaces to tok_direction
  move 0 to tok_amt
  perform varying tok_idx from 1 by 1 until tok_idx > 23
    evaluate jrn_tok(tok_idx)
      when "JNO"
        move jrn_tok(tok_idx + 1)(1:8) to tok_jno
      when "ACCT"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct
      when "FROM"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct
      when "TO"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct2
      when "REVERSAL"
        move "Y" to tok_is_reversal
        move jrn_tok(tok_idx + 1)(1:4) to tok_direction
      when "REVERSES"
        move jrn_tok(tok_idx + 1)(1:8) to tok_reverses
      when "AMT"
        move function numval(jrn_tok(tok_idx + 1)) to tok_amt
      when "CORRECTS"
        add 1 to correction_cnt
    end-evaluate
  end-perform
  if tok_is_reversal not = "Y"
    exit paragraph
  end-if
  add 1 to reversal_cnt
  add tok_amt to reversal_total
  move spaces to amount_snafu
  move "D2S" to snafu_mode
  call 'lib-snafu' using snafu_mode amount_snafu tok_amt
      snafu_result
  move tok_amt to disp-dec
  move spaces to report-line
  if tok_direction = "XFER"
    string "  JNO " tok_jno " REVERSES " tok_reverses
      " TRANSFER BACK " tok_acct " > " tok_acct2
      "  SNAFU " function trim(amount_snafu)
      "  DECIMAL " function trim(disp-dec)
      delimited by size into report-line
    end-string
  else
    string "  JNO " tok_jno " REVERSES " tok_reverses
      " " tok_acct " " function trim(tok_direction)
      "  SNAFU " function trim(amount_snafu)
      "  DECIMAL " function trim(disp-dec)
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display function trim(report-line)
  .
