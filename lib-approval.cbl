           >>source format free
identification division.
program-id. lib-approval.
author. alexoh@wcoding.
*> Dual-control (maker-checker) approval queue. lib-signon proves
*> who is asking; for the actions audit singled out -- a baseline
*> ACCEPT/ROLLBACK in basemgr, a checkpoint PURGE or IMPORT in
*> ckptmgr, a large TRANSFER in fuelpost -- one operator's say-so is
*> no longer enough. The first operator's request lands here as
*> PENDING; a DIFFERENT operator approves or rejects it through
*> approvq; only an APPROVED request is ever executed, by the owning
*> program, and it is then stamped EXECUTED so it cannot run twice.
*> Queue file approval.que, one record per request:
*>   req 9(6), status x(8) PENDING/APPROVED/REJECTED/EXECUTED,
*>   program x(10), action x(12), level 9 (what the action needs,
*>   and so what the approver needs), key x(18) (day, target,
*>   accounts), detail x(60) (the values to apply), requester x(10),
*>   request date x(8) time x(6), decider x(10), decision date x(8)
*>   time x(6), note x(30) -- single spaces between fields.
*> Modes:
*>   "Q" queue a request: program, user, action, level, key, detail
*>       in; the new request number out, ln-status "PENDING ".
*>   "G" get request ln-reqno: every field back out; ln-result
*>       "NONE" when it is not on file or belongs to another program.
*>   "N" next APPROVED request for ln-progid numbered above ln-reqno
*>       (start from zero); ln-result "NONE" when there are no more.
*>   "X" mark request ln-reqno EXECUTED by ln-user.
*> Every queue transition is audited through lib-signon with the
*> request number in the BEFORE column, so security.aud carries the
*> request, its decision and its execution as one linked story.
*> The queue is rewritten through lib-mstswap, so a run killed part
*> way through a save leaves the old queue or the new one, never a
*> short one; the next call settles it before the queue is read.

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
    77 high_reqno pic 9(6).
    77 found_idx pic s9(8) comp.

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
    77 curr_date_time pic x(21).

    *> For lib-signon -- the queue transition audit.
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

  linkage section.
    01 ln-mode pic x.
    01 ln-progid pic x(10).
    01 ln-user pic x(10).
    01 ln-action pic x(12).
    01 ln-level pic 9.
    01 ln-key pic x(18).
    01 ln-detail pic x(60).
    01 ln-reqno pic 9(6).
    01 ln-status pic x(8).
    01 ln-requester pic x(10).
    01 ln-result pic x(4).

procedure division using ln-mode ln-progid ln-user ln-action
    ln-level ln-key ln-detail ln-reqno ln-status ln-requester
    ln-result.
  move "OK  " to ln-result
  perform load_queue
  evaluate ln-mode
    when "Q"
      perform queue_request
    when "G"
      perform get_request
    when "N"
      perform next_approved
    when "X"
      perform mark_executed
    when other
      move "ERR " to ln-result
  end-evaluate
  goback.

load_queue.
  perform recover_masters
  move 0 to queue_cnt
  move 0 to high_reqno
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
          if qfileline(1:6) > high_reqno
            move qfileline(1:6) to high_reqno
          end-if
        end-if
    end-read
  end-perform
  close qfile
  .

save_queue.
  move "approval.que" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to qfile_name
  open output qfile
  if qfilestat not = "00"
    display "lib-approval: ERROR writing approval.que status "
        qfilestat
    move swap_master to qfile_name
    move "ERR " to ln-result
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
    move "ERR " to ln-result
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "approval.que" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

queue_request.
  if queue_cnt >= 9999
    display "lib-approval: approval.que is full -- request refused."
    move "ERR " to ln-result
    exit paragraph
  end-if
  move function current-date to curr_date_time
  move spaces to queue_line
  compute ql_reqno = high_reqno + 1
  move "PENDING" to ql_status
  move ln-progid to ql_program
  move ln-action to ql_action
  move ln-level to ql_level
  move ln-key to ql_key
  move ln-detail to ql_detail
  move ln-user to ql_requester
  move curr_date_time(1:8) to ql_date
  move curr_date_time(9:6) to ql_time
  add 1 to queue_cnt
  move queue_line to queue_row(queue_cnt)
  perform save_queue
  if ln-result not = "OK  "
    exit paragraph
  end-if
  move ql_reqno to ln-reqno
  move ql_status to ln-status
  move ln-user to ln-requester
  move "QUEUED" to signon_action
  perform audit_transition
  display "lib-approval: request " ql_reqno " queued PENDING -- "
      function trim(ln-action) " " function trim(ln-key)
      " needs a second operator's approval (approvq)."
  .

get_request.
  perform find_request
  if found_idx = 0
    move "NONE" to ln-result
    exit paragraph
  end-if
  move queue_row(found_idx) to queue_line
  if ql_program not = ln-progid
    display "lib-approval: request " ln-reqno " belongs to "
        function trim(ql_program) ", not "
        function trim(ln-progid) "."
    move "NONE" to ln-result
    exit paragraph
  end-if
  perform return_fields
  .

next_approved.
  move 0 to found_idx
  perform varying queue_idx from 1 by 1
      until queue_idx > queue_cnt or found_idx > 0
    move queue_row(queue_idx) to queue_line
    if ql_reqno > ln-reqno and ql_status = "APPROVED"
        and ql_program = ln-progid
      move queue_idx to found_idx
    end-if
  end-perform
  if found_idx = 0
    move "NONE" to ln-result
    exit paragraph
  end-if
  perform return_fields
  .

mark_executed.
  perform find_request
  if found_idx = 0
    move "NONE" to ln-result
    exit paragraph
  end-if
  move queue_row(found_idx) to queue_line
  if ql_status not = "APPROVED"
    display "lib-approval: request " ln-reqno " is "
        function trim(ql_status) " -- cannot be executed."
    move "NONE" to ln-result
    exit paragraph
  end-if
  move function current-date to curr_date_time
  move "EXECUTED" to ql_status
  move queue_line to queue_row(found_idx)
  perform save_queue
  if ln-result not = "OK  "
    exit paragraph
  end-if
  move "EXECUTED" to signon_action
  perform audit_transition
  .

find_request.
  move 0 to found_idx
  perform varying queue_idx from 1 by 1
      until queue_idx > queue_cnt or found_idx > 0
    if queue_row(queue_idx)(1:6) = ln-reqno
      move queue_idx to found_idx
    end-if
  end-perform
  .

return_fields.
  move ql_reqno to ln-reqno
  move ql_status to ln-status
  move ql_action to ln-action
  move ql_level to ln-level
  move ql_key to ln-key
  move ql_detail to ln-detail
  move ql_requester to ln-requester
  .

*> BEFORE carries the request number, AFTER what it is for.
audit_transition.
  move ql_level to signon_level
  move spaces to signon_before
  string "REQ " ql_reqno delimited by size into signon_before
  end-string
  move spaces to signon_after
  string function trim(ql_action) " " function trim(ql_key)
    delimited by size into signon_after
  end-string
  call 'lib-signon' using ln-progid ln-user signon_action
      signon_level signon_before signon_after signon_result
  .
