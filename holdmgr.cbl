           >>source format free
identification division.
program-id. holdmgr.
author. alexoh@wcoding.
*> Answer quarantine manager. lib-postanswer places a posting on hold
*> (answers.hld, state HELD) when its status is on the hold list
*> hold.sts -- a FAIL by default -- and answext keeps a held answer
*> out of the downstream extract. A held answer leaves quarantine
*> only through here:
*>   ACTION=LIST            every answer still on hold (default)
*>   ACTION=RELEASE DAY=ddp the answer is confirmed: it goes out with
*>     [DATE=yyyymmdd]      the next extract as posted
*>   ACTION=REJECT DAY=ddp  the answer is superseded (a rerun posts
*>     [DATE=yyyymmdd]      the replacement): it never goes out
*>   ACTION=COMPACT         take the released postings off
*>                          answers.hld: their records are appended
*>                          to answers.hld.arc and the file is
*>                          rewritten with the held and rejected
*>                          postings only (lib-mstswap)
*>   USER=x                 the operator deciding (default OPERATOR)
*>   CAMP=ccc               one camp's holds; the default is the camp
*>                          in force (BATCHCAMP), else ALL
*> RELEASE and REJECT apply to every posting of the day still held
*> (DATE= narrows it to one posting date), sign on through
*> lib-signon against operator.mst (level 5, as for a baseline
*> change) and append the decision -- the posting, the new state,
*> when and who -- to answers.hld. The last record for a posting is
*> its state.
*> answers.hld record (83 bytes, single spaces between):
*>   posting x(47) exactly as on answers.int, state x(8)
*>   HELD/RELEASED/REJECTED, date x(8), time x(6), user x(10)
*> Under BATCHENV=TEST the TEST quarantine (test/answers.hld) is
*> used (lib-runenv).
*> The postings are held in a table of 999. answers.hld only grows,
*> and a posting past the table could be neither listed nor decided,
*> so any action that finds the file past it reports the shortfall
*> and ends with return code 12 -- answext refuses to extract until
*> COMPACT has brought it back under.
*> Return code 8 when a RELEASE/REJECT finds nothing on hold or the
*> operator is refused; LIST returns 4 when anything is on hold; 12
*> when the table is overrun or COMPACT cannot rewrite the file.

environment division.
  input-output section.
    file-control.
      select hfile assign to hfile_name
        organization is line sequential
        file status is hfilestat.
      select nfile assign to new_filename
        organization is line sequential
        file status is nfilestat.
      select xfile assign to arc_filename
        organization is line sequential
        file status is xfilestat.

data division.
  file section.
    fd hfile.
    01 hfileline pic x(83).

    fd nfile.
    01 nfileline pic x(83).

    fd xfile.
    01 xfileline pic x(83).

  working-storage section.
    01 hfilestat pic xx.
    01 hfile_name pic x(40).
    77 env_basename pic x(30) value "answers.hld".
    77 env_name pic x(4).
    77 file_eof pic x.

    *> Every posting on the quarantine file with its latest state.
    01 hold_table.
      02 hold_cnt pic s9(4) comp value 0.
      02 hold_row occurs 0 to 999 times depending on hold_cnt
          indexed by hold_idx.
        03 hl_posting pic x(47).
        03 hl_state pic x(8).
        03 hl_date pic x(8).
        03 hl_time pic x(6).
        03 hl_user pic x(10).
    77 hold_found pic x.
    77 hold_over_cnt pic s9(8) comp value 0.

    *> COMPACT: the new copy and the archive of released postings.
    01 nfilestat pic xx.
    01 new_filename pic x(40).
    01 xfilestat pic xx.
    01 arc_filename pic x(40).
    77 arc_basename pic x(30) value "answers.hld.arc".
    77 kept_cnt pic s9(8) comp value 0.
    77 archived_cnt pic s9(8) comp value 0.

    *> For lib-mstswap -- the quarantine is rewritten as a new copy
    *> and swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

    01 hold_line.
      02 hold_posting pic x(47).
      02 filler pic x value space.
      02 hold_state pic x(8).
      02 filler pic x value space.
      02 hold_date pic x(8).
      02 filler pic x value space.
      02 hold_time pic x(6).
      02 filler pic x value space.
      02 hold_user pic x(10).

    77 action_parm pic x(8).
    77 day_parm pic x(3).
    77 date_parm pic x(8).
    77 user_parm pic x(10).
    77 camp_parm pic x(3).
    77 env_camp pic x(3).
    77 new_state pic x(8).
    77 held_cnt pic s9(8) comp value 0.
    77 decided_cnt pic s9(8) comp value 0.
    77 curr_date_time pic x(21).
    77 disp-cnt pic z(7)9.

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

    77 report-line pic x(999).

    *> For lib-signon -- the shared operator authority check.
    77 signon_action pic x(12).
    77 signon_level pic 9.
    77 signon_before pic x(18).
    77 signon_after pic x(18).
    77 signon_result pic x(4).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "DAY" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to day_parm

  move "DATE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to date_parm

  move "USER" to parm_keyword
  move "OPERATOR" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:10) to user_parm

  move spaces to env_camp
  accept env_camp from environment "BATCHCAMP"
  move "CAMP" to parm_keyword
  move "ALL" to parm_default
  if env_camp not = spaces
    move env_camp to parm_default
  end-if
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:3) to camp_parm

  call 'lib-runenv' using env_basename hfile_name env_name
  move "R" to swap_mode
  move hfile_name to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  perform load_holds

  evaluate action_parm
    when "LIST"
      perform list_holds
    when "RELEASE"
      move "RELEASED" to new_state
      perform decide_holds
    when "REJECT"
      move "REJECTED" to new_state
      perform decide_holds
    when "COMPACT"
      perform compact_holds
    when other
      display "holdmgr: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  if hold_over_cnt > 0 and action_parm not = "COMPACT"
    display "holdmgr: " function trim(hfile_name) " is past the hold"
        " table (999) -- " hold_over_cnt " record(s) not read; run"
        " ACTION=COMPACT."
    move 12 to return-code
  end-if
  goback.

*> The latest state of every posting on the quarantine file.
load_holds.
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        move hfileline to hold_line
        perform find_posting
        if hold_found = "N"
          if hold_cnt < 999
            add 1 to hold_cnt
            move hold_cnt to hold_idx
            move hold_posting to hl_posting(hold_idx)
            move "Y" to hold_found
          else
            add 1 to hold_over_cnt
          end-if
        end-if
        if hold_found = "Y"
          move hold_state to hl_state(hold_idx)
          move hold_date to hl_date(hold_idx)
          move hold_time to hl_time(hold_idx)
          move hold_user to hl_user(hold_idx)
        end-if
    end-read
  end-perform
  close hfile
  .

find_posting.
  move "N" to hold_found
  perform varying hold_idx from 1 by 1
      until hold_idx > hold_cnt or hold_found = "Y"
    if hl_posting(hold_idx) = hold_posting
      move "Y" to hold_found
    end-if
  end-perform
  if hold_found = "Y"
    subtract 1 from hold_idx
  end-if
  .

list_holds.
  call 'lib-writereport' using function module-id "O" report-line
  move "ANSWERS ON HOLD" to report-line
  if camp_parm not = "ALL"
    string "ANSWERS ON HOLD -- CAMP " camp_parm
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  move "DAY ANSWER             STAT POSTED          CAMP"
      to report-line
  call 'lib-writereport' using function module-id "H" report-line
  perform varying hold_idx from 1 by 1 until hold_idx > hold_cnt
    if hl_state(hold_idx) = "HELD"
        and (camp_parm = "ALL"
             or hl_posting(hold_idx)(45:3) = camp_parm)
      add 1 to held_cnt
      move hl_posting(hold_idx) to report-line
      call 'lib-writereport' using function module-id "W" report-line
      display function trim(report-line)
    end-if
  end-perform
  move spaces to report-line
  move held_cnt to disp-cnt
  string "ANSWERS ON HOLD: " function trim(disp-cnt)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if hold_over_cnt > 0
    move spaces to report-line
    move hold_over_cnt to disp-cnt
    string "*** QUARANTINE PAST THE HOLD TABLE -- "
      function trim(disp-cnt) " RECORD(S) NOT READ; THIS LIST IS"
      " INCOMPLETE. RUN ACTION=COMPACT ***"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
  end-if
  call 'lib-writereport' using function module-id "C" report-line
  display "holdmgr: " held_cnt " answer(s) on hold."
  if held_cnt > 0
    move 4 to return-code
  end-if
  .

*> RELEASE or REJECT every matching posting still held.
decide_holds.
  if day_parm = spaces
    display "holdmgr: " function trim(action_parm)
        " needs DAY=ddp -- nothing decided."
    move 8 to return-code
    exit paragraph
  end-if
  perform varying hold_idx from 1 by 1 until hold_idx > hold_cnt
    if hl_state(hold_idx) = "HELD"
        and hl_posting(hold_idx)(1:3) = day_parm
        and (date_parm = spaces
             or hl_posting(hold_idx)(29:8) = date_parm)
        and (camp_parm = "ALL"
             or hl_posting(hold_idx)(45:3) = camp_parm)
      add 1 to held_cnt
      if held_cnt = 1
        move hl_posting(hold_idx)(5:18) to signon_before
      end-if
    end-if
  end-perform
  if held_cnt = 0
    display "holdmgr: no answer for " day_parm
        " is on hold -- nothing to " function trim(action_parm) "."
    move 8 to return-code
    exit paragraph
  end-if

  move action_parm to signon_action
  move new_state to signon_after
  move 5 to signon_level
  call 'lib-signon' using function module-id user_parm
      signon_action signon_level signon_before signon_after
      signon_result
  if signon_result not = "OK  "
    move 8 to return-code
    exit paragraph
  end-if

  open extend hfile
  if hfilestat not = "00"
    display "holdmgr: ERROR appending " function trim(hfile_name)
        " status " hfilestat
    move 12 to return-code
    exit paragraph
  end-if
  move function current-date to curr_date_time
  perform varying hold_idx from 1 by 1 until hold_idx > hold_cnt
    if hl_state(hold_idx) = "HELD"
        and hl_posting(hold_idx)(1:3) = day_parm
        and (date_parm = spaces
             or hl_posting(hold_idx)(29:8) = date_parm)
        and (camp_parm = "ALL"
             or hl_posting(hold_idx)(45:3) = camp_parm)
      move hl_posting(hold_idx) to hold_posting
      move new_state to hold_state
      move curr_date_time(1:8) to hold_date
      move curr_date_time(9:6) to hold_time
      move user_parm to hold_user
      write hfileline from hold_line
      move new_state to hl_state(hold_idx)
      add 1 to decided_cnt
      display "holdmgr: " function trim(new_state) " "
          function trim(hl_posting(hold_idx))
    end-if
  end-perform
  close hfile
  display "holdmgr: " decided_cnt " answer(s) "
      function trim(new_state) " for " day_parm " by "
      function trim(user_parm) "."
  .

*> Released postings leave answers.hld for answers.hld.arc; the held
*> and rejected ones stay, every record of each, so answext still
*> keeps them out. The table here holds only those, rebuilt from the
*> file: a release takes its posting back out.
compact_holds.
  move "COMPACT" to signon_action
  move "ANSWERS.HLD" to signon_before
  move spaces to signon_after
  move 5 to signon_level
  call 'lib-signon' using function module-id user_parm
      signon_action signon_level signon_before signon_after
      signon_result
  if signon_result not = "OK  "
    move 8 to return-code
    exit paragraph
  end-if

  move 0 to hold_cnt hold_over_cnt
  move "N" to file_eof
  open input hfile
  if hfilestat not = "00"
    display "holdmgr: no " function trim(hfile_name)
        " on file -- nothing to compact."
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        move hfileline to hold_line
        perform find_posting
        evaluate true
          when hold_state = "RELEASED" and hold_found = "Y"
            move hl_posting(hold_cnt) to hl_posting(hold_idx)
            subtract 1 from hold_cnt
          when hold_state = "RELEASED"
            continue
          when hold_found = "Y"
            continue
          when hold_cnt < 999
            add 1 to hold_cnt
            move hold_posting to hl_posting(hold_cnt)
          when other
            add 1 to hold_over_cnt
        end-evaluate
    end-read
  end-perform
  close hfile
  if hold_over_cnt > 0
    display "holdmgr: more than 999 postings are still held or"
        " rejected -- answers.hld cannot be compacted; decide the"
        " held ones first."
    move 12 to return-code
    exit paragraph
  end-if

  move "B" to swap_mode
  move hfile_name to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to new_filename
  call 'lib-runenv' using arc_basename arc_filename env_name
  open output nfile
  if nfilestat not = "00"
    display "holdmgr: ERROR writing " function trim(new_filename)
        " status " nfilestat
    move 12 to return-code
    exit paragraph
  end-if
  open extend xfile
  if xfilestat = "35" or xfilestat = "05"
    open output xfile
  end-if
  if xfilestat not = "00"
    display "holdmgr: ERROR appending " function trim(arc_filename)
        " status " xfilestat
    close nfile
    move 12 to return-code
    exit paragraph
  end-if
  move "N" to file_eof
  open input hfile
  perform until file_eof = "Y"
    read hfile at end move "Y" to file_eof
      not at end
        move hfileline to hold_line
        perform find_posting
        if hold_found = "Y"
          write nfileline from hfileline
          add 1 to kept_cnt
        else
          write xfileline from hfileline
          add 1 to archived_cnt
        end-if
    end-read
  end-perform
  close hfile
  close nfile
  close xfile

  move kept_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "holdmgr: " function trim(hfile_name)
        " NOT COMPACTED -- left as it was."
    move 12 to return-code
    exit paragraph
  end-if
  display "holdmgr: " function trim(hfile_name) " compacted -- "
      kept_cnt " record(s) kept for " hold_cnt " posting(s), "
      archived_cnt " released record(s) to "
      function trim(arc_filename) "."
  .
