*>                            each signature against THIS machine's
*>                            inputs first -- a stale artifact is
*>                            refused, not installed
*> PURGE and IMPORT are under dual control: the signed-on request
*> (IMPORT now signs on too, level 5) is filed PENDING on the
*> approval queue through lib-approval, a second operator decides it
*> with approvq, and the approved request is carried out with
*>   REQ=nnnnnn [USER=x]      the action and target come from the
*>                            queue; an IMPORT is refused when
*>                            ckpt.xfr changed since it was approved
*>                            (its artifact and record counts and a
*>                            content hash over every byte are kept
*>                            on the request and compared again)
*> Output goes to the console and the ckptmgr report.

environment division.
    77 signon_after pic x(18).
    77 signon_result pic x(4).

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
    *> ckpt.xfr shape, so an approved IMPORT installs what was
    *> approved and nothing else: the counts alone would pass a file
    *> edited in place, so a content hash goes with them.
    77 xfr_art_cnt pic 9(4).
    77 xfr_rec_cnt pic 9(8).
    77 xfr_shape pic x(60).
    77 xfr_hash pic 9(18).
    77 hash_work pic 9(18) comp.
    77 hash_len pic s9(8) comp.
    77 hash_idx pic s9(8) comp.

    77 report-line pic x(999).
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm
  move "REQ" to parm_keyword
  move "0" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if function trim(parm_value) is numeric
    move function numval(parm_value) to reqno_parm
  end-if
  if reqno_parm > 0
    perform load_approved_request
    if return-code > 0
      goback
    end-if
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move "CHECKPOINT REPOSITORY" to report-line
      end-if
    when "PURGE"
      *> Purging a checkpoint is destructive: sign on first, and
      *> the decision lands on security.aud either way. The
      *> purge itself waits for a second operator's approval.
      move "CKPT-PURGE" to signon_action
      move 5 to signon_level
      move target_parm to signon_before
      call 'lib-signon' using function module-id user_parm
          signon_action signon_level signon_before signon_after
          signon_result
      evaluate true
        when signon_result not = "OK  "
          move 8 to return-code
        when applying_request not = "Y"
          move target_parm to approval_key
          move spaces to approval_detail
          string "PURGE TARGET " target_parm
            delimited by size into approval_detail
          end-string
          perform queue_for_approval
        when other
          perform purge_artifacts
          perform mark_request_executed
      end-evaluate
    when "EXPORT"
      perform export_artifacts
    when "IMPORT"
      *> Installing foreign checkpoints is as consequential as
      *> purging them: same sign-on, same dual control.
      perform tally_transfer_file
      move "CKPT-IMPORT" to signon_action
      move 5 to signon_level
      move "ckpt.xfr" to signon_before
      move "INSTALLED" to signon_after
      call 'lib-signon' using function module-id user_parm
          signon_action signon_level signon_before signon_after
          signon_result
      evaluate true
        when signon_result not = "OK  "
          move 8 to return-code
        when applying_request not = "Y"
          move "ckpt.xfr" to approval_key
          move xfr_shape to approval_detail
          perform queue_for_approval
        when xfr_shape not = approval_detail
          display "ckptmgr: request " reqno_parm
              " is stale -- ckpt.xfr changed since it was"
              " approved (" function trim(xfr_shape)
              "); file a new request."
          move 8 to return-code
        when other
          perform import_artifacts
          perform mark_request_executed
      end-evaluate
    when other
      display "ckptmgr: unknown ACTION " action_parm
      move 8 to return-code
  display function trim(report-line)
  .

*> Maker half of dual control: file the request, change nothing.
queue_for_approval.
  move "Q" to approval_mode
  call 'lib-approval' using approval_mode function module-id
      user_parm signon_action signon_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  move spaces to report-line
  if approval_result not = "OK  "
    move "ERROR FILING THE APPROVAL REQUEST" to report-line
    move 12 to return-code
  else
    string function trim(signon_action) " " function trim(approval_key)
      " FILED AS REQUEST " approval_reqno
      " -- PENDING A SECOND OPERATOR'S APPROVAL"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display "ckptmgr: " function trim(report-line)
  .

*> REQ= on the card: action and target come from the approved
*> request, whatever the card says.
load_approved_request.
  move "G" to approval_mode
  move reqno_parm to approval_reqno
  call 'lib-approval' using approval_mode function module-id
      user_parm signon_action signon_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  if approval_result not = "OK  "
    display "ckptmgr: request " reqno_parm
        " is not a ckptmgr request on approval.que."
    move 8 to return-code
    exit paragraph
  end-if
  if approval_status not = "APPROVED"
    display "ckptmgr: request " reqno_parm " is "
        function trim(approval_status)
        " -- only an APPROVED request can be carried out."
    move 8 to return-code
    exit paragraph
  end-if
  if signon_action = "CKPT-PURGE"
    move "PURGE" to action_parm
    move approval_key(1:3) to target_parm
  else
    move "IMPORT" to action_parm
  end-if
  move "Y" to applying_request
  display "ckptmgr: carrying out approved request " reqno_parm
      " -- " function trim(signon_action) " "
      function trim(approval_key) " filed by "
      function trim(approval_requester)
  .

mark_request_executed.
  move "X" to approval_mode
  move reqno_parm to approval_reqno
  call 'lib-approval' using approval_mode function module-id
      user_parm signon_action signon_level approval_key
      approval_detail approval_reqno approval_status
      approval_requester approval_result
  .

*> Artifact and record counts of ckpt.xfr as it stands, and a
*> rolling content total over every byte of every record (the
*> record number folded in, so moved lines change it too).
tally_transfer_file.
  move 0 to xfr_art_cnt
  move 0 to xfr_rec_cnt
  move 0 to hash_work
  move "N" to xfile_eof
  open input xfile
  if xfilestat = "00"
    perform until xfile_eof = "Y"
      read xfile at end move "Y" to xfile_eof
        not at end
          add 1 to xfr_rec_cnt
          if xfileline(1:4) = "ART "
            add 1 to xfr_art_cnt
          end-if
          move function length(function trim(xfileline trailing))
              to hash_len
          if xfileline = spaces
            move 0 to hash_len
          end-if
          perform varying hash_idx from 1 by 1
              until hash_idx > hash_len
            compute hash_work = function mod(
                hash_work * 31
                + function ord(xfileline(hash_idx:1))
                + hash_idx, 999999999999999983)
          end-perform
          compute hash_work = function mod(
              hash_work * 31 + xfr_rec_cnt, 999999999999999983)
      end-read
    end-perform
    close xfile
  end-if
  move hash_work to xfr_hash
  move spaces to xfr_shape
  string "XFR ART " xfr_art_cnt " REC " xfr_rec_cnt " HASH " xfr_hash
    delimited by size into xfr_shape
  end-string
  .

purge_one.
  call "CBL_DELETE_FILE" using kfilename
      returning delete_stat
