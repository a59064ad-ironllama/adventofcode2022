*>                          value is kept in <day>.bas.old
*>   ACTION=ROLLBACK DAY=ddp [USER=x]
*>                          swap the baseline back to <day>.bas.old
*> Every ACCEPT/ROLLBACK appends who/when/old/new to baseline.log,
*> and stamps the day's source on the lib-srcfpr register as the code
*> the baseline now stands under.
*> USER= is no longer taken on faith: ACCEPT and ROLLBACK sign on
*> through lib-signon against operator.mst (level 5 needed) and the
*> decision lands on the shared security.aud audit trail.
*> Dual control: a signed-on ACCEPT or ROLLBACK no longer changes
*> the baseline by itself -- it files a PENDING request on the
*> approval queue (lib-approval) and a second operator decides it
*> with approvq. Once APPROVED it is applied with
*>   REQ=nnnnnn [USER=x]     apply approved request nnnnnn; the
*>                          action, day and value come from the
*>                          queue, not the card, and a baseline that
*>                          moved since the request is refused
*>   CAMP=ccc               the camp whose baselines are managed; the
*>                          default is the camp in force (BATCHCAMP),
*>                          else the single-camp baselines
*> The baselines managed are the ones lib-checkbaseline judges: the
*> environment's copy (lib-runenv, test/ under BATCHENV=TEST) and
*> within it the camp's (lib-campfile). baseline.log and answers.int
*> are the environment's too, and each baseline.log entry carries
*> the camp at the end. A request filed on the approval queue keys
*> the day, camp and environment, so it is applied only to the
*> baseline it was filed against.

environment division.
  input-output section.
      select ofile assign to old_filename
        organization is line sequential
        file status is ofilestat.
      select lfile assign to lfile_name
        organization is line sequential
        file status is lfilestat.
      select afile assign to afile_name
        organization is line sequential
        file status is afilestat.

    01 lfileline pic x(90).

    fd afile.
    01 afileline pic x(119).

  working-storage section.
    01 bas_filename pic x(40).
    01 bfilestat pic xx.
    01 old_filename pic x(40).
    01 ofilestat pic xx.
    01 lfilestat pic xx.
    01 lfile_name pic x(40).
    01 afilestat pic xx.
    01 afile_name pic x(40).

    *> For lib-runenv + lib-campfile -- the environment's and the
    *> camp's copy of each file.
    77 env_basename pic x(30).
    77 env_name pic x(4).
    77 camp_parm pic x(3).
    77 env_camp pic x(3).
    77 file_camp pic x(3).

    01 audit_line.
      02 audit_date pic x(8).
      02 audit_old pic x(18).
      02 filler pic x value space.
      02 audit_new pic x(18).
      02 filler pic x value space.
      02 audit_camp pic x(3).
    77 curr_date_time pic x(21).

    77 action_parm pic x(8).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

    *> For lib-srcfpr -- the program source fingerprint register.
    77 srcfpr_mode pic x.
    77 srcfpr_name pic x(20).
    77 srcfpr_run pic 9(6) value 0.
    77 srcfpr_result pic x(4).

    *> For lib-approval -- the dual-control queue.
    77 approval_mode pic x.
    77 approval_key pic x(18).
    77 approval_detail pic x(60).
    77 approval_reqno pic 9(6) value 0.
    77 approval_status pic x(8).
    77 approval_requester pic x(10).
    77 approval_result pic x(4).
    77 reqno_parm pic 9(6) value 0.
    77 applying_request pic x value "N".

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
  display function trim(parm_echo)
  move parm_value(1:18) to value_parm

  move "REQ" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to reqno_parm
  end-if

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move env_camp to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to camp_parm
  move "baseline.log" to env_basename
  call 'lib-runenv' using env_basename lfile_name env_name

  if reqno_parm > 0
    perform load_approved_request
    if return-code > 0
      goback
    end-if
  end-if
  *> Published for lib-campfile and the lib-srcfpr register, as
  *> driver does for the programs it calls.
  display "BATCHCAMP" upon environment-name
  display camp_parm upon environment-value

  evaluate action_parm
    when "LIST"
      perform list_baselines
  perform build_name_list
  call 'lib-writereport' using function module-id "O" report-line
  move "BASELINE INVENTORY" to report-line
  if camp_parm not = spaces
    string "BASELINE INVENTORY -- CAMP " camp_parm
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY  VALUE               LAST MANAGED" to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying name_idx from 1 by 1 until name_idx > all_name_cnt
    move all_name(name_idx) to day_parm
    perform resolve_bas_filename
    open input bfile
    if bfilestat = "00"
      move spaces to old_value
      read lfile at end move "Y" to log_eof
        not at end
          if lfileline(37:3) = audit_day
              and lfileline(79:3) = camp_parm
            move lfileline(1:8) to last_managed
          end-if
      end-read
    move 8 to return-code
    exit paragraph
  end-if
  if applying_request not = "Y"
    perform queue_for_approval
    exit paragraph
  end-if
  perform check_request_current
  if return-code > 0
    exit paragraph
  end-if
  if have_old = "Y"
    perform save_old_baseline
  end-if
  perform resolve_bas_filename
  open output bfile
  if bfilestat not = "00"
    display "basemgr: ERROR writing " function trim(bas_filename)
        " status " bfilestat
    move 12 to return-code
    exit paragraph
  end-if
  close bfile
  move "ACCEPT" to audit_action
  perform append_audit
  perform mark_request_executed
  display "basemgr: accepted " new_value " for " day_parm
      " (was " old_value ")"
  .
    move 8 to return-code
    exit paragraph
  end-if
  perform resolve_bas_filename
  open input ofile
  if ofilestat not = "00"
    display "basemgr: no " function trim(old_filename)
    move 8 to return-code
    exit paragraph
  end-if
  if applying_request not = "Y"
    perform queue_for_approval
    exit paragraph
  end-if
  perform check_request_current
  if return-code > 0
    exit paragraph
  end-if
  if have_old = "Y"
    perform save_old_baseline
  end-if
  perform resolve_bas_filename
  open output bfile
  if bfilestat not = "00"
    display "basemgr: ERROR writing " function trim(bas_filename)
        " status " bfilestat
    move 12 to return-code
    exit paragraph
  end-if
  close bfile
  move "ROLLBACK" to audit_action
  perform append_audit
  perform mark_request_executed
  display "basemgr: rolled " day_parm " back to " new_value
      " (was " old_value ")"
  .
read_current_baseline.
  move spaces to old_value
  move "N" to have_old
  perform resolve_bas_filename
  open input bfile
  if bfilestat = "00"
    read bfile
*> Keep the displaced value in <day>.bas.old so ROLLBACK can return
*> to it.
save_old_baseline.
  perform resolve_bas_filename
  open output ofile
  if ofilestat = "00"
    move old_value to ofileline
    write ofileline
    close ofile
  else
    display "basemgr: ERROR writing " function trim(old_filename)
        " status " ofilestat
  end-if
  .

*> <day>.bas and <day>.bas.old as lib-checkbaseline judges them: the
*> environment's copy, and within it the camp's.
resolve_bas_filename.
  move spaces to env_basename
  string day_parm ".bas" delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename bas_filename env_name
  call 'lib-campfile' using bas_filename file_camp
  move spaces to env_basename
  string day_parm ".bas.old" delimited by size into env_basename
  end-string
  call 'lib-runenv' using env_basename old_filename env_name
  call 'lib-campfile' using old_filename file_camp
  .

*> The day's most recent posting in the consolidated answers file.
find_latest_answer.
  move "N" to ans_found
  move "N" to ans_eof
  move "answers.int" to env_basename
  call 'lib-runenv' using env_basename afile_name env_name
  open input afile
  if afilestat not = "00"
    exit paragraph
    read afile at end move "Y" to ans_eof
      not at end
        if afileline(1:3) = day_parm
            and afileline(45:3) = camp_parm
          move afileline(5:18) to new_value
          move "Y" to ans_found
        end-if
  close afile
  .

*> Maker half of dual control: the change is filed, not made. The
*> detail carries the value to apply and the value it replaces, so
*> the request can be refused later if the baseline moves first.
queue_for_approval.
  move "Q" to approval_mode
  move spaces to approval_key
  move day_parm to approval_key(1:3)
  move camp_parm to approval_key(5:3)
  move env_name to approval_key(9:4)
  move spaces to approval_detail
  move new_value to approval_detail(1:18)
  move "WAS" to approval_detail(20:3)
  move old_value to approval_detail(24:18)
  call 'lib-approval' using approval_mode function module-id
      user_parm signon_action signon_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  if approval_result not = "OK  "
    display "basemgr: ERROR filing the approval request."
    move 12 to return-code
    exit paragraph
  end-if
  display "basemgr: " function trim(action_parm) " "
      function trim(approval_key) " filed as request " approval_reqno
      " -- nothing changes until a second operator approves it."
  .

*> REQ= on the card: the approved request supplies action, day and
*> value; the card's own ACTION/DAY/VALUE are ignored.
load_approved_request.
  move "G" to approval_mode
  move reqno_parm to approval_reqno
  call 'lib-approval' using approval_mode function module-id
      user_parm signon_action signon_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  if approval_result not = "OK  "
    display "basemgr: request " reqno_parm
        " is not a basemgr request on approval.que."
    move 8 to return-code
    exit paragraph
  end-if
  if approval_status not = "APPROVED"
    display "basemgr: request " reqno_parm " is "
        function trim(approval_status)
        " -- only an APPROVED request can be applied."
    move 8 to return-code
    exit paragraph
  end-if
  if approval_key(9:4) not = spaces
      and approval_key(9:4) not = env_name
    display "basemgr: request " reqno_parm " was filed under "
        approval_key(9:4) " -- run it with BATCHENV="
        approval_key(9:4) "."
    move 8 to return-code
    exit paragraph
  end-if
  move signon_action(1:8) to action_parm
  move approval_key(1:3) to day_parm
  move approval_key(5:3) to camp_parm
  move approval_detail(1:18) to value_parm
  move "Y" to applying_request
  display "basemgr: applying approved request " reqno_parm " -- "
      function trim(action_parm) " " function trim(approval_key)
      " filed by " function trim(approval_requester)
  .

*> What was approved must still be what is on file.
check_request_current.
  if old_value not = approval_detail(24:18)
      or new_value not = approval_detail(1:18)
    display "basemgr: request " reqno_parm " is stale -- "
        day_parm " now holds " old_value
        "; file a new request."
    move 8 to return-code
  end-if
  .

mark_request_executed.
  if applying_request = "Y"
    move "X" to approval_mode
    move reqno_parm to approval_reqno
    call 'lib-approval' using approval_mode function module-id
        user_parm signon_action signon_level approval_key
        approval_detail approval_reqno approval_status
        approval_requester approval_result
  end-if
  .

*> Baseline changes are a level-5 action.
check_authority.
  move 5 to signon_level
  move day_parm to audit_day
  move old_value to audit_old
  move new_value to audit_new
  move camp_parm to audit_camp
  open extend lfile
  if lfilestat = "35" or lfilestat = "05"
    open output lfile
    write lfileline from audit_line
    close lfile
  else
    display "basemgr: ERROR appending " function trim(lfile_name)
        " status " lfilestat
  end-if
  *> The baseline now stands under the day program's current source,
  *> so the next run is judged PASS/FAIL again, not CHNG.
  move "A" to srcfpr_mode
  move day_parm to srcfpr_name
  call 'lib-srcfpr' using srcfpr_mode srcfpr_name srcfpr_run
      srcfpr_result
  .

*> Same day/part calendar driver runs.
