*> USER= on fu.ctl (default OPERATOR) is checked through lib-signon
*> against operator.mst (level 3) and the decision is audited to
*> security.aud.
*> Large transfers are under dual control: a TRANSFER whose decimal
*> amount exceeds the dual-control limit (10000) is not
*> posted but filed PENDING on the approval queue (lib-approval) and
*> journalled as HELD with its request number. Once a second
*> operator approves it through approvq, the next fuelpost batch
*> posts it before the day's 25.trn and stamps the request EXECUTED.
*> An approved transfer the source tank cannot cover is rejected as
*> usual and stays APPROVED for the next batch.
*> The limit is fixed here, not taken from the card: the operator
*> keying a transfer must not be able to lift it out of dual
*> control by raising the limit on their own fu.ctl.
*> Every journal record is numbered: "JNO nnnnnnnn" follows the time
*> stamp, and the last number issued is kept in 25.jno. A posting
*> keyed wrong is put right by number, never by an opposite manual
*> card:
*>   REVERSE <jno>                  post the exact offsetting entry
*>   CORRECT <jno> <card>           reverse <jno>, then post <card>
*>                                  (any credit/debit/transfer shape)
*>                                  in its place
*> The offsetting entry is journalled as a REVERSAL carrying
*> "REVERSES <jno>" -- OUT of the account for a reversed credit, IN
*> for a reversed debit, XFER back from the receiving tank for a
*> reversed transfer -- and the replacement of a CORRECT carries
*> "CORRECTS <jno>". A CORRECT is all or nothing: when the
*> replacement cannot post (or would need dual control), the
*> reversal is not made either. Refused, and journalled REJECTED
*> with the reason: an entry already reversed, a reversal itself, an
*> entry not on the live journal, a reversal the tank cannot cover,
*> and an entry inside a period perclose has closed (fuel.cls,
*> "period(6) close-date(8) high-jno(8)", written by perclose).
*> Journal records and reorder alerts are dated with the business
*> date (lib-procdate) and timed by the clock.

environment division.
  input-output section.
    file-control.
      select balfile assign to balfile_name
        organization is line sequential
        file status is balfilestat.
      select trnfile assign to "25.trn"
      select alfile assign to "alerts.int"
        organization is line sequential
        file status is alfilestat.
      select jnofile assign to "25.jno"
        organization is line sequential
        file status is jnofilestat.
      select clsfile assign to "fuel.cls"
        organization is line sequential
        file status is clsfilestat.

data division.
  file section.
    01 cfgfileline pic x(31).

    fd alfile.
    01 alfileline pic x(66).

    fd jnofile.
    01 jnofileline pic x(8).

    fd clsfile.
    01 clsfileline pic x(24).

  working-storage section.
    01 balfilestat pic xx.
    01 balfile_name pic x(40) value "25.bal".
    01 trnfilestat pic xx.
    01 jrnfilestat pic xx.
    01 cfgfilestat pic xx.
    01 alfilestat pic xx.
    01 jnofilestat pic xx.
    01 clsfilestat pic xx.
    77 file_eof pic x.
    77 trn_eof pic x.

    77 before2_dec pic s9(18) comp.

    77 curr_date_time pic x(21).
    *> For lib-procdate -- the business date postings are stamped
    *> with.
    77 pd_mode pic x value "G".
    77 pd_run pic 9(6) value 0.
    77 pd_date pic x(8).
    77 pd_result pic x(4).
    77 disp-amt pic -(17)9.
    77 disp-before pic -(17)9.
    77 disp-after pic -(17)9.
      02 alert_date pic x(8).
      02 filler pic x value space.
      02 alert_time pic x(6).
      02 filler pic x value space.
      02 alert_camp pic x(3).
    77 reorder_alert_cnt pic s9(4) comp value 0.

    *> For lib-readdata + lib-parsectl (USER= on fu.ctl).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

    *> For lib-approval -- large transfers wait for a second operator.
    77 approval_mode pic x.
    77 approval_key pic x(18).
    77 approval_detail pic x(60).
    77 approval_reqno pic 9(6) value 0.
    77 approval_status pic x(8).
    77 approval_requester pic x(10).
    77 approval_result pic x(4).
    77 approval_action pic x(12).
    77 approval_level pic 9.
    77 dual_limit pic s9(18) comp value 10000.
    77 applying_request pic x value "N".
    77 held_cnt pic s9(4) comp value 0.
    77 approved_posted_cnt pic s9(4) comp value 0.
    77 posted_before pic s9(4) comp.

    *> Journal entry numbers and the live-journal index REVERSE and
    *> CORRECT look the original up in. Postings made earlier in the
    *> same batch are indexed as they are written.
    77 jno_last pic 9(8) value 0.
    77 jrn_hold_line pic x(140).
    01 jx_table.
      02 jx_cnt pic s9(4) comp value 0.
      02 jx_row occurs 0 to 9999 times depending on jx_cnt
          indexed by jx_idx.
        03 jx_jno pic 9(8).
        03 jx_date pic x(8).
        03 jx_action pic x(8).
        03 jx_acct pic x(4).
        03 jx_acct2 pic x(4).
        03 jx_amt pic s9(18) comp.
        03 jx_reversed_by pic 9(8).
    77 jx_found pic s9(4) comp.
    77 jx_full_shown pic x value "N".
    01 jrn_tokens.
      02 jrn_tok pic x(27) occurs 24 times.
    77 tok_idx pic s9(4) comp.
    77 tok_jno pic 9(8).
    77 tok_action pic x(8).
    77 tok_acct pic x(4).
    77 tok_acct2 pic x(4).
    77 tok_amt pic s9(18) comp.
    77 tok_reverses pic 9(8).
    77 tok_is_posting pic x.

    *> Closed periods from perclose: an entry numbered at or under a
    *> period's high-jno, or dated on or before its close, is shut.
    01 cls_table.
      02 cls_cnt pic s9(4) comp value 0.
      02 cls_row occurs 0 to 999 times depending on cls_cnt
          indexed by cls_idx.
        03 cls_period pic x(6).
        03 filler pic x.
        03 cls_date pic x(8).
        03 filler pic x.
        03 cls_high_jno pic 9(8).
    77 cls_last_date pic x(8) value spaces.

    *> REVERSE / CORRECT working fields.
    77 rev_target_text pic x(26).
    77 rev_target pic 9(8).
    77 rev_ok pic x.
    77 rev_reason pic x(60).
    77 rev_card pic x(60).
    77 rev_line pic x(140).
    77 rev_ptr pic s9(4) comp.
    77 reversed_cnt pic s9(4) comp value 0.
    77 corrected_cnt pic s9(4) comp value 0.
    77 correcting pic x value "N".
    77 corr_hold_line pic x(140).
    77 corr_reason pic x(60).
    77 rejected_before pic s9(4) comp.
    01 account_save.
      02 save_cnt pic s9(4) comp.
      02 save_dec pic s9(18) comp occurs 20 times.
    77 save_idx pic s9(4) comp.

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
  move "USER" to parm_keyword
  move "OPERATOR" to parm_default

  perform load_balances
  perform load_reorder_points
  perform load_closed_periods
  perform load_journal_index

  open input trnfile
  if trnfilestat not = "00"
    goback
  end-if

  perform post_approved_transfers

  move "N" to trn_eof
  perform until trn_eof = "Y"
    read trnfile at end move "Y" to trn_eof
  close trnfile
  close jrnfile

  perform save_entry_number
  perform save_balances
  perform check_reorder_points
  display "fuelpost: " posted_cnt " transaction(s) posted, "
      rejected_cnt " rejected, " reorder_alert_cnt
      " reorder alert(s)."
  display "fuelpost: " approved_posted_cnt
      " approved transfer(s) posted, " held_cnt
      " held for approval."
  display "fuelpost: " reversed_cnt " entry(ies) reversed, "
      corrected_cnt " of them corrected."
  goback.

*> Transfers a second operator has approved since the last batch
*> post first, exactly as they were filed.
post_approved_transfers.
  move 0 to approval_reqno
  move "OK  " to approval_result
  perform until approval_result not = "OK  "
    move "N" to approval_mode
    call 'lib-approval' using approval_mode function module-id
        user_parm approval_action approval_level approval_key
        approval_detail approval_reqno approval_status
        approval_requester approval_result
    if approval_result = "OK  "
      move approval_detail to trnfileline
      move "Y" to applying_request
      move posted_cnt to posted_before
      perform post_one_transaction
      move "N" to applying_request
      if posted_cnt > posted_before
        add 1 to approved_posted_cnt
        move "X" to approval_mode
        call 'lib-approval' using approval_mode function module-id
            user_parm approval_action approval_level approval_key
            approval_detail approval_reqno approval_status
            approval_requester approval_result
        move "OK  " to approval_result
        display "fuelpost: approved request " approval_reqno
            " (filed by " function trim(approval_requester)
            ") posted."
      else
        display "fuelpost: approved request " approval_reqno
            " could not post -- left APPROVED for the next batch."
      end-if
    end-if
  end-perform
  .

*> Maker half of dual control for a large transfer: the card is
*> filed for approval and journalled as held, nothing moves.
hold_for_approval.
  move "Q" to approval_mode
  move "TRANSFER" to approval_action
  move 3 to approval_level
  move spaces to approval_key
  string trn_from ">" trn_to " " function trim(disp-amt)
    delimited by size into approval_key
  end-string
  move trnfileline to approval_detail
  call 'lib-approval' using approval_mode function module-id
      user_parm approval_action approval_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  perform take_stamp
  move spaces to jrnfileline
  if approval_result = "OK  "
    add 1 to held_cnt
    string curr_date_time(1:8) " " curr_date_time(9:6)
      " HELD FOR APPROVAL REQ " approval_reqno
      " [" function trim(trnfileline) "]"
      delimited by size into jrnfileline
    end-string
  else
    add 1 to rejected_cnt
    string curr_date_time(1:8) " " curr_date_time(9:6)
      " REJECTED [" function trim(trnfileline) "]"
      " -- APPROVAL QUEUE UNAVAILABLE"
      delimited by size into jrnfileline
    end-string
  end-if
  perform put_journal_line
  .

*> Multi-tank balance file, one SNAFU balance per account; a legacy
*> single-number file becomes account MAIN.
load_balances.
  .

save_balances.
  move "25.bal" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to balfile_name
  open output balfile
  if balfilestat not = "00"
    display "fuelpost: ERROR writing 25.bal status " balfilestat
    move swap_master to balfile_name
    exit paragraph
  end-if
  perform varying account_idx from 1 by 1
        function trim(balance_snafu) " (" amount_dec ")"
  end-perform
  close balfile
  move swap_master to balfile_name
  move account_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "fuelpost: 25.bal NOT UPDATED -- balances as before."
    move 12 to return-code
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "25.bal" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  *> perclose rewrites the journal; a swap of it left half-finished
  *> is settled before any posting is appended.
  move "25.jrn" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

*> Card shapes: "CREDIT/DEBIT TYPE AMOUNT" (account MAIN),
  unstring function trim(trnfileline) delimited by all " "
    into trn_tok1 trn_tok2 trn_tok3 trn_tok4 trn_tok5
  end-unstring
  if trn_tok1 = "REVERSE" or trn_tok1 = "CORRECT"
    if correcting = "Y"
      add 1 to rejected_cnt
      move "A CORRECT REPLACEMENT MUST BE A POSTING CARD"
          to corr_reason
      perform journal_reject
    else
      perform reverse_or_correct
    end-if
    exit paragraph
  end-if
  move spaces to trn_from
  move spaces to trn_to
  evaluate true
  move trn_to to lookup_acct
  perform find_account
  move account_idx to to_idx
  if amount_dec > dual_limit and applying_request not = "Y"
      and correcting = "Y"
    add 1 to rejected_cnt
    move "REPLACEMENT TRANSFER IS OVER THE DUAL-CONTROL LIMIT"
        to corr_reason
    perform journal_reject
    exit paragraph
  end-if
  if amount_dec > dual_limit and applying_request not = "Y"
    move amount_dec to disp-amt
    perform hold_for_approval
    exit paragraph
  end-if
  if amount_dec > account_dec(from_idx)
    add 1 to rejected_cnt
    perform journal_reject
  subtract amount_dec from account_dec(from_idx)
  add amount_dec to account_dec(to_idx)
  add 1 to posted_cnt
  perform take_stamp
  move amount_dec to disp-amt
  move before_dec to disp-before
  move account_dec(from_idx) to disp-after
    " AFTER " function trim(disp-after2)
    delimited by size into jrnfileline
  end-string
  perform put_journal_line
  .

journal_post.
  perform take_stamp
  move amount_dec to disp-amt
  move before_dec to disp-before
  move account_dec(account_idx) to disp-after
    " AFTER " function trim(disp-after)
    delimited by size into jrnfileline
  end-string
  perform put_journal_line
  .

journal_reject.
  perform take_stamp
  move spaces to jrnfileline
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " REJECTED [" function trim(trnfileline) "]"
    delimited by size into jrnfileline
  end-string
  perform put_journal_line
  .

*> After the batch: any account at or under its reorder point gets

write_reorder_alert.
  add 1 to reorder_alert_cnt
  perform take_stamp
  move "25a" to alert_day
  move "LOW " to alert_severity
  move spaces to alert_baseline
    end-if
  end-if
  if alfilestat = "00"
    accept alert_camp from environment "BATCHCAMP"
    write alfileline from alert_line
    close alfile
    display "fuelpost: *** REORDER POINT BREACHED -- "
        alfilestat
  end-if
  .

*> Journal and alert stamps carry the business date (lib-procdate),
*> so a batch past midnight posts on the night it belongs to, and
*> the clock's time.
take_stamp.
  move function current-date to curr_date_time
  call 'lib-procdate' using pd_mode pd_run pd_date pd_result
  move pd_date to curr_date_time(1:8)
  .

*> Every journal record goes out through here: it is numbered after
*> the time stamp, written, and indexed for a later REVERSE. While a
*> CORRECT's replacement is on trial the record is only held.
put_journal_line.
  if correcting = "Y"
    move jrnfileline to corr_hold_line
    exit paragraph
  end-if
  add 1 to jno_last
  move jrnfileline to jrn_hold_line
  move spaces to jrnfileline
  string jrn_hold_line(1:15) " JNO " jno_last " "
    function trim(jrn_hold_line(17:124))
    delimited by size into jrnfileline
  end-string
  write jrnfileline
  display "fuelpost: " function trim(jrnfileline)
  perform index_journal_line
  .

*> The last entry number issued; never below a number already on
*> the live journal or already closed.
load_entry_numbers.
  open input jnofile
  if jnofilestat = "00"
    read jnofile
      not at end
        if jnofileline is numeric
          move jnofileline to jno_last
        end-if
    end-read
    close jnofile
  end-if
  .

save_entry_number.
  open output jnofile
  if jnofilestat not = "00"
    display "fuelpost: ERROR writing 25.jno status " jnofilestat
    move 12 to return-code
    exit paragraph
  end-if
  move jno_last to jnofileline
  write jnofileline
  close jnofile
  .

load_closed_periods.
  move "N" to file_eof
  open input clsfile
  if clsfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read clsfile at end move "Y" to file_eof
      not at end
        if cls_cnt < 999 and clsfileline(8:8) is numeric
            and clsfileline(17:8) is numeric
          add 1 to cls_cnt
          move clsfileline to cls_row(cls_cnt)
          if cls_date(cls_cnt) > cls_last_date
              or cls_last_date = spaces
            move cls_date(cls_cnt) to cls_last_date
          end-if
        end-if
    end-read
  end-perform
  close clsfile
  .

load_journal_index.
  perform load_entry_numbers
  perform varying cls_idx from 1 by 1 until cls_idx > cls_cnt
    if cls_high_jno(cls_idx) > jno_last
      move cls_high_jno(cls_idx) to jno_last
    end-if
  end-perform
  move "N" to file_eof
  open input jrnfile
  if jrnfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read jrnfile at end move "Y" to file_eof
      not at end
        perform index_journal_line
        if tok_jno > jno_last
          move tok_jno to jno_last
        end-if
    end-read
  end-perform
  close jrnfile
  .

*> Pick a journal record apart by keyword (the perclose reading),
*> index a numbered posting, and mark the entry a REVERSAL names.
index_journal_line.
  move spaces to jrn_tokens
  unstring function trim(jrnfileline) delimited by all " "
    into jrn_tok(1) jrn_tok(2) jrn_tok(3) jrn_tok(4) jrn_tok(5)
        jrn_tok(6) jrn_tok(7) jrn_tok(8) jrn_tok(9) jrn_tok(10)
        jrn_tok(11) jrn_tok(12) jrn_tok(13) jrn_tok(14)
        jrn_tok(15) jrn_tok(16) jrn_tok(17) jrn_tok(18)
        jrn_tok(19) jrn_tok(20) jrn_tok(21) jrn_tok(22)
        jrn_tok(23) jrn_tok(24)
  end-unstring
  move 0 to tok_jno
  move spaces to tok_action
  move "MAIN" to tok_acct
  move spaces to tok_acct2
  move 0 to tok_amt
  move 0 to tok_reverses
  move "N" to tok_is_posting
  perform varying tok_idx from 1 by 1 until tok_idx > 23
    evaluate jrn_tok(tok_idx)
      when "JNO"
        if jrn_tok(tok_idx + 1)(1:8) is numeric
          move jrn_tok(tok_idx + 1)(1:8) to tok_jno
        end-if
      when "ACCT"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct
      when "CREDIT"
        move "CREDIT" to tok_action
      when "DEBIT"
        move "DEBIT" to tok_action
      when "TRANSFER"
        move "TRANSFER" to tok_action
      when "REVERSAL"
        move "REVERSAL" to tok_action
      when "REJECTED"
        move "REJECTED" to tok_action
      when "FROM"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct
      when "TO"
        move jrn_tok(tok_idx + 1)(1:4) to tok_acct2
      when "AMT"
        move function numval(jrn_tok(tok_idx + 1)) to tok_amt
        move "Y" to tok_is_posting
      when "REVERSES"
        if jrn_tok(tok_idx + 1)(1:8) is numeric
          move jrn_tok(tok_idx + 1)(1:8) to tok_reverses
        end-if
    end-evaluate
  end-perform
  if tok_is_posting not = "Y" or tok_jno = 0
      or tok_action = "REJECTED"
    exit paragraph
  end-if
  if jx_cnt >= 9999
    if jx_full_shown = "N"
      display "fuelpost: live journal index full -- later entries"
          " cannot be reversed this batch."
      move "Y" to jx_full_shown
    end-if
    exit paragraph
  end-if
  add 1 to jx_cnt
  move tok_jno to jx_jno(jx_cnt)
  move jrnfileline(1:8) to jx_date(jx_cnt)
  move tok_action to jx_action(jx_cnt)
  move tok_acct to jx_acct(jx_cnt)
  move tok_acct2 to jx_acct2(jx_cnt)
  move tok_amt to jx_amt(jx_cnt)
  move 0 to jx_reversed_by(jx_cnt)
  if tok_reverses > 0
    move tok_reverses to rev_target
    perform find_index_entry
    if jx_found > 0
      move tok_jno to jx_reversed_by(jx_found)
    end-if
  end-if
  .

find_index_entry.
  move 0 to jx_found
  perform varying jx_idx from 1 by 1 until jx_idx > jx_cnt
    if jx_jno(jx_idx) = rev_target
      move jx_idx to jx_found
    end-if
  end-perform
  .

*> "REVERSE <jno>" or "CORRECT <jno> <replacement card>".
reverse_or_correct.
  move function trim(trnfileline) to rev_card
  move spaces to rev_target_text
  move spaces to trn_tok1
  move 1 to rev_ptr
  unstring rev_card delimited by all " "
    into trn_tok1 rev_target_text
    with pointer rev_ptr
  end-unstring
  move "CORRECT REPLACEMENT WOULD NOT POST" to corr_reason
  perform check_reversible
  if rev_ok = "N"
    perform journal_refused_reversal
    exit paragraph
  end-if
  if trn_tok1 = "REVERSE"
    perform build_reversal
    if rev_ok = "N"
      perform journal_refused_reversal
      exit paragraph
    end-if
    move rev_line to jrnfileline
    perform put_journal_line
    add 1 to reversed_cnt
    exit paragraph
  end-if

  *> CORRECT: the reversal is made in the table only, the
  *> replacement is tried against the reversed balances, and both
  *> are journalled -- or the balances go back and neither is.
  if rev_ptr > 60 or rev_card(rev_ptr:) = spaces
    move "N" to rev_ok
    move "CORRECT NEEDS A REPLACEMENT CARD AFTER THE ENTRY NUMBER"
        to rev_reason
    perform journal_refused_reversal
    exit paragraph
  end-if
  move account_cnt to save_cnt
  perform varying save_idx from 1 by 1 until save_idx > account_cnt
    move account_dec(save_idx) to save_dec(save_idx)
  end-perform
  perform build_reversal
  if rev_ok = "N"
    perform journal_refused_reversal
    exit paragraph
  end-if
  move spaces to trnfileline
  move rev_card(rev_ptr:) to trnfileline
  move posted_cnt to posted_before
  move rejected_cnt to rejected_before
  move spaces to corr_hold_line
  move "Y" to correcting
  perform post_one_transaction
  move "N" to correcting
  move rev_card to trnfileline
  if posted_cnt > posted_before
    move rev_line to jrnfileline
    perform put_journal_line
    move spaces to jrnfileline
    string function trim(corr_hold_line) " CORRECTS " rev_target
      delimited by size into jrnfileline
    end-string
    perform put_journal_line
    add 1 to reversed_cnt
    add 1 to corrected_cnt
  else
    move save_cnt to account_cnt
    perform varying save_idx from 1 by 1 until save_idx > save_cnt
      move save_dec(save_idx) to account_dec(save_idx)
    end-perform
    move rejected_before to rejected_cnt
    move "N" to rev_ok
    move corr_reason to rev_reason
    perform journal_refused_reversal
  end-if
  .

*> The named entry must be a posting still on the live journal,
*> outside every closed period, not a reversal, not yet reversed.
check_reversible.
  move "Y" to rev_ok
  move spaces to rev_reason
  move 0 to rev_target
  move 0 to jx_found
  if rev_target_text = spaces
      or function length(function trim(rev_target_text)) > 8
      or function trim(rev_target_text) is not numeric
    move "N" to rev_ok
    move "ENTRY NUMBER MISSING OR NOT NUMERIC" to rev_reason
    exit paragraph
  end-if
  move function numval(rev_target_text) to rev_target
  perform varying cls_idx from 1 by 1 until cls_idx > cls_cnt
    if rev_target <= cls_high_jno(cls_idx) and rev_ok = "Y"
      move "N" to rev_ok
      string "ENTRY IS INSIDE CLOSED PERIOD " cls_period(cls_idx)
        delimited by size into rev_reason
      end-string
    end-if
  end-perform
  if rev_ok = "N"
    exit paragraph
  end-if
  perform find_index_entry
  if jx_found = 0
    move "N" to rev_ok
    move "ENTRY IS NOT A POSTING ON THE LIVE JOURNAL" to rev_reason
    exit paragraph
  end-if
  if cls_last_date not = spaces
      and jx_date(jx_found) <= cls_last_date
    move "N" to rev_ok
    string "ENTRY IS DATED INSIDE A PERIOD CLOSED AT " cls_last_date
      delimited by size into rev_reason
    end-string
    exit paragraph
  end-if
  if jx_action(jx_found) = "REVERSAL"
    move "N" to rev_ok
    move "ENTRY IS ITSELF A REVERSAL" to rev_reason
    exit paragraph
  end-if
  if jx_reversed_by(jx_found) > 0
    move "N" to rev_ok
    string "ENTRY ALREADY REVERSED BY " jx_reversed_by(jx_found)
      delimited by size into rev_reason
    end-string
  end-if
  .

*> Apply the exact offset of entry jx_found to the balances and
*> build its journal record in rev_line. A tank still cannot go
*> negative: a reversal it cannot cover is refused.
build_reversal.
  perform take_stamp
  move jx_amt(jx_found) to amount_dec
  move amount_dec to disp-amt
  move spaces to rev_line
  evaluate jx_action(jx_found)
    when "CREDIT"
      move jx_acct(jx_found) to lookup_acct
      perform find_account
      if amount_dec > account_dec(account_idx)
        move "N" to rev_ok
        move "ACCOUNT CANNOT COVER THE REVERSAL" to rev_reason
        exit paragraph
      end-if
      move account_dec(account_idx) to before_dec
      subtract amount_dec from account_dec(account_idx)
      move before_dec to disp-before
      move account_dec(account_idx) to disp-after
      string curr_date_time(1:8) " " curr_date_time(9:6)
        " ACCT " jx_acct(jx_found)
        " REVERSAL OUT AMT " function trim(disp-amt)
        " BEFORE " function trim(disp-before)
        " AFTER " function trim(disp-after)
        " REVERSES " rev_target
        delimited by size into rev_line
      end-string
    when "DEBIT"
      move jx_acct(jx_found) to lookup_acct
      perform find_account
      move account_dec(account_idx) to before_dec
      add amount_dec to account_dec(account_idx)
      move before_dec to disp-before
      move account_dec(account_idx) to disp-after
      string curr_date_time(1:8) " " curr_date_time(9:6)
        " ACCT " jx_acct(jx_found)
        " REVERSAL IN AMT " function trim(disp-amt)
        " BEFORE " function trim(disp-before)
        " AFTER " function trim(disp-after)
        " REVERSES " rev_target
        delimited by size into rev_line
      end-string
    when "TRANSFER"
      *> The fuel goes back: out of the tank that received it.
      move jx_acct2(jx_found) to lookup_acct
      perform find_account
      move account_idx to from_idx
      move jx_acct(jx_found) to lookup_acct
      perform find_account
      move account_idx to to_idx
      if amount_dec > account_dec(from_idx)
        move "N" to rev_ok
        move "RECEIVING TANK CANNOT COVER THE REVERSAL"
            to rev_reason
        exit paragraph
      end-if
      move account_dec(from_idx) to before_dec
      move account_dec(to_idx) to before2_dec
      subtract amount_dec from account_dec(from_idx)
      add amount_dec to account_dec(to_idx)
      move before_dec to disp-before
      move account_dec(from_idx) to disp-after
      move before2_dec to disp-before2
      move account_dec(to_idx) to disp-after2
      string curr_date_time(1:8) " " curr_date_time(9:6)
        " REVERSAL XFER AMT " function trim(disp-amt)
        " FROM " jx_acct2(jx_found)
        " BEFORE " function trim(disp-before)
        " AFTER " function trim(disp-after)
        " TO " jx_acct(jx_found)
        " BEFORE " function trim(disp-before2)
        " AFTER " function trim(disp-after2)
        " REVERSES " rev_target
        delimited by size into rev_line
      end-string
    when other
      move "N" to rev_ok
      move "ENTRY IS NOT A FUEL MOVEMENT" to rev_reason
  end-evaluate
  .

journal_refused_reversal.
  add 1 to rejected_cnt
  perform take_stamp
  move spaces to jrnfileline
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " REJECTED [" function trim(rev_card) "] -- "
    function trim(rev_reason)
    delimited by size into jrnfileline
  end-string
  perform put_journal_line
  .
