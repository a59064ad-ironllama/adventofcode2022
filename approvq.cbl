           >>source format free
identification division.
program-id. approvq.
author. alexoh@wcoding.
*> Approval queue inquiry and the checker's half of dual control.
*> basemgr (ACCEPT/ROLLBACK), ckptmgr (PURGE/IMPORT) and fuelpost
*> (TRANSFER over its dual-control limit) no longer act on one
*> operator's word: the request lands PENDING on approval.que
*> through lib-approval, and a second operator decides it here.
*> Control card (ap.ctl):
*>   ACTION=LIST [STATUS=PENDING|ALL]
*>                        the queue with each item's age (default
*>                        PENDING only, oldest first as filed)
*>   ACTION=APPROVE REQ=nnnnnn USER=x [NOTE=...]
*>   ACTION=REJECT  REQ=nnnnnn USER=x [NOTE=...]
*>                        decide a PENDING request. The decider signs
*>                        on through lib-signon at the level the
*>                        request's action needs, and must not be the
*>                        operator who filed it. The decision is
*>                        audited to security.aud with the request
*>                        number, alongside the original request.
*> An APPROVED request is executed by its own program (basemgr and
*> ckptmgr with REQ= on their card, fuelpost at the start of its
*> next posting batch), which stamps it EXECUTED.
*> A decision rewrites approval.que through lib-mstswap, as
*> lib-approval does; a rewrite left half-finished is settled at
*> start-up, before the queue is read.

environment division.
  input-output section.
    file-control.
      select qfile assign to qfile_name
        organization is line sequential
        file status is qfilestat.

data division.
  file section.
    fd qfile.
    01 qfileline pic x(206).

  working-storage section.
    01 qfilestat pic xx.
    01 qfile_name pic x(40) value "approval.que".
    77 file_eof pic x.

    01 queue_table.
      02 queue_cnt pic s9(8) comp value 0.
      02 queue_row pic x(206) occurs 0 to 9999 times
          depending on queue_cnt indexed by queue_idx.
    77 found_idx pic s9(8) comp.

    *> Same record lib-approval writes.
    01 queue_line.
      02 ql_reqno pic 9(6).
      02 filler pic x value space.
      02 ql_status pic x(8).
      02 filler pic x value space.
      02 ql_program pic x(10).
      02 filler pic x value space.
      02 ql_action pic x(12).
      02 filler pic x value space.
      02 ql_level pic 9.
      02 filler pic x value space.
      02 ql_key pic x(18).
      02 filler pic x value space.
      02 ql_detail pic x(60).
      02 filler pic x value space.
      02 ql_requester pic x(10).
      02 filler pic x value space.
      02 ql_date pic x(8).
      02 filler pic x value space.
      02 ql_time pic x(6).
      02 filler pic x value space.
      02 ql_decider pic x(10).
      02 filler pic x value space.
      02 ql_dec_date pic x(8).
      02 filler pic x value space.
      02 ql_dec_time pic x(6).
      02 filler pic x value space.
      02 ql_note pic x(30).

    77 action_parm pic x(8).
    77 status_parm pic x(8).
    77 reqno_parm pic 9(6) value 0.
    77 user_parm pic x(10).
    77 note_parm pic x(30).

    77 listed_cnt pic s9(8) comp value 0.
    77 pending_cnt pic s9(8) comp value 0.
    77 curr_date_time pic x(21).
    77 now_int pic s9(8) comp.
    77 req_int pic s9(8) comp.
    77 age_minutes pic s9(9) comp.
    77 age_days pic s9(8) comp.
    77 age_hours pic s9(8) comp.
    77 now_minute pic s9(8) comp.
    77 req_minute pic s9(8) comp.
    77 disp_hh pic 9(2).
    77 disp_mm pic 9(2).
    77 disp-days pic zzz9.
    77 disp-hours pic z9.
    77 disp-num pic z(6)9.
    77 age_text pic x(10).

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

    *> For lib-signon -- the checker signs on for the decision.
    77 signon_action pic x(12).
    77 signon_level pic 9.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

    *> For lib-mstswap -- the queue rewrite.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

    77 report-line pic x(999).

procedure division.
  perform recover_masters
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "STATUS" to parm_keyword
  move "PENDING" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to status_parm

  move "REQ" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to reqno_parm
  end-if

  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm

  move "NOTE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:30) to note_parm

  perform load_queue

  evaluate action_parm
    when "LIST"
      perform list_queue
    when "APPROVE"
      perform decide_request
    when "REJECT"
      perform decide_request
    when other
      display "approvq: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_queue.
  move 0 to queue_cnt
  move "N" to file_eof
  open input qfile
  if qfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read qfile at end move "Y" to file_eof
      not at end
        if qfileline(1:6) is numeric and queue_cnt < 9999
          add 1 to queue_cnt
          move qfileline to queue_row(queue_cnt)
        end-if
    end-read
  end-perform
  close qfile
  .

list_queue.
  move function current-date to curr_date_time
  compute now_int = function integer-of-date
      (function numval(curr_date_time(1:8)))
  move curr_date_time(9:2) to disp_hh
  move curr_date_time(11:2) to disp_mm
  compute now_minute = (disp_hh * 60) + disp_mm
  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  if status_parm = "ALL"
    move "APPROVAL QUEUE -- ALL REQUESTS" to report-line
  else
    move "APPROVAL QUEUE -- PENDING REQUESTS" to report-line
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move "REQ    STATUS   PROGRAM    ACTION       KEY                REQUESTER  FILED           AGE        DECIDED BY"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying queue_idx from 1 by 1 until queue_idx > queue_cnt
    move queue_row(queue_idx) to queue_line
    if ql_status = "PENDING"
      add 1 to pending_cnt
    end-if
    if status_parm = "ALL" or ql_status = status_parm
      perform list_one_request
    end-if
  end-perform
  move spaces to report-line
  move listed_cnt to disp-num
  string "REQUESTS LISTED: " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  move pending_cnt to disp-num
  string "STILL PENDING:   " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "approvq: " listed_cnt " request(s) listed, "
      pending_cnt " pending."
  .

*> Age runs from filing to now while PENDING; a decided request
*> shows how long it waited for its decision.
list_one_request.
  add 1 to listed_cnt
  move spaces to age_text
  if ql_date is numeric and ql_time(1:4) is numeric
    compute req_int = function integer-of-date
        (function numval(ql_date))
    move ql_time(1:2) to disp_hh
    move ql_time(3:2) to disp_mm
    compute req_minute = (disp_hh * 60) + disp_mm
    if ql_status = "PENDING" or ql_dec_date is not numeric
      compute age_minutes = ((now_int - req_int) * 1440)
          + now_minute - req_minute
    else
      move ql_dec_time(1:2) to disp_hh
      move ql_dec_time(3:2) to disp_mm
      compute age_minutes = ((function integer-of-date
          (function numval(ql_dec_date)) - req_int) * 1440)
          + (disp_hh * 60) + disp_mm - req_minute
    end-if
    if age_minutes < 0
      move 0 to age_minutes
    end-if
    divide age_minutes by 1440 giving age_days
    compute age_hours = (age_minutes - (age_days * 1440)) / 60
    move age_days to disp-days
    move age_hours to disp-hours
    string function trim(disp-days) "D " function trim(disp-hours) "H"
      delimited by size into age_text
    end-string
  end-if
  move spaces to report-line
  string ql_reqno " " ql_status " " ql_program " " ql_action " "
    ql_key " " ql_requester " " ql_date " " ql_time " " age_text
    " " ql_decider
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if ql_detail not = spaces
    move spaces to report-line
    string "         DETAIL: " function trim(ql_detail)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  if ql_note not = spaces
    move spaces to report-line
    string "         NOTE:   " function trim(ql_note)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  display "approvq: " ql_reqno " " ql_status " "
      function trim(ql_program) " " function trim(ql_action) " "
      function trim(ql_key) " by " function trim(ql_requester)
      " age " function trim(age_text)
  .

*> The checker: a second, different operator with the level the
*> request's action needs.
decide_request.
  if reqno_parm = 0
    display "approvq: " function trim(action_parm) " needs REQ=."
    move 8 to return-code
    exit paragraph
  end-if
  move 0 to found_idx
  perform varying queue_idx from 1 by 1
      until queue_idx > queue_cnt or found_idx > 0
    if queue_row(queue_idx)(1:6) = reqno_parm
      move queue_idx to found_idx
    end-if
  end-perform
  if found_idx = 0
    display "approvq: request " reqno_parm " is not on approval.que."
    move 8 to return-code
    exit paragraph
  end-if
  move queue_row(found_idx) to queue_line
  if ql_status not = "PENDING"
    display "approvq: request " reqno_parm " is already "
        function trim(ql_status) " -- nothing to decide."
    move 8 to return-code
    exit paragraph
  end-if
  if user_parm = ql_requester
    display "approvq: operator " function trim(user_parm)
        " filed request " reqno_parm
        " and cannot also decide it -- a second operator must."
    move 8 to return-code
    exit paragraph
  end-if
  move action_parm to signon_action
  move ql_level to signon_level
  move spaces to signon_before
  string "REQ " ql_reqno delimited by size into signon_before
  end-string
  move spaces to signon_after
  string function trim(ql_action) " " function trim(ql_key)
    delimited by size into signon_after
  end-string
  call 'lib-signon' using function module-id user_parm
      signon_action signon_level signon_before signon_after
      signon_result
  if signon_result not = "OK  "
    move 8 to return-code
    exit paragraph
  end-if
  move function current-date to curr_date_time
  if action_parm = "APPROVE"
    move "APPROVED" to ql_status
  else
    move "REJECTED" to ql_status
  end-if
  move user_parm to ql_decider
  move curr_date_time(1:8) to ql_dec_date
  move curr_date_time(9:6) to ql_dec_time
  move note_parm to ql_note
  move queue_line to queue_row(found_idx)
  move "approval.que" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to qfile_name
  open output qfile
  if qfilestat not = "00"
    display "approvq: ERROR rewriting approval.que status " qfilestat
    move swap_master to qfile_name
    move 12 to return-code
    exit paragraph
  end-if
  perform varying queue_idx from 1 by 1 until queue_idx > queue_cnt
    write qfileline from queue_row(queue_idx)
  end-perform
  close qfile
  move swap_master to qfile_name
  move queue_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "approvq: approval.que NOT UPDATED -- request " ql_reqno
        " is still PENDING."
    move 12 to return-code
    exit paragraph
  end-if
  display "approvq: request " ql_reqno " " function trim(ql_status)
      " by " function trim(user_parm) " -- "
      function trim(ql_program) " " function trim(ql_action) " "
      function trim(ql_key)
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "approval.que" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .
