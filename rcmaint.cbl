           >>source format free
identification division.
program-id. rcmaint.
author. alexoh@wcoding.
*> Root-cause code table maintenance (rootcause.mst, read by
*> incident when an incident is closed and by its mean-time-to-
*> resolve report). Every change is a logged transaction in
*> rootcause.log.
*> Control card (rc.ctl):
*>   ACTION=LIST
*>   ACTION=ADD CODE=x DESC=...     register a new code as ACTIVE
*>   ACTION=DESC CODE=x DESC=...    reword a code's description
*>   ACTION=STATUS CODE=x STATUS=ACTIVE|RETIRED
*>                                  a RETIRED code stays on the table
*>                                  for the history but can no longer
*>                                  close an incident
*>   USER=x for the log (default OPERATOR)
*> Table record: code(8) status(8) description(40), space-separated.

environment division.
  input-output section.
    file-control.
      select rcfile assign to "rootcause.mst"
        organization is line sequential
        file status is rcfilestat.
      select lfile assign to "rootcause.log"
        organization is line sequential
        file status is lfilestat.

data division.
  file section.
    fd rcfile.
    01 rcfileline pic x(58).

    fd lfile.
    01 lfileline pic x(100).

  working-storage section.
    01 rcfilestat pic xx.
    01 lfilestat pic xx.
    77 file_eof pic x.

    01 code_table.
      02 code_cnt pic s9(4) comp value 0.
      02 code_row pic x(58) occurs 0 to 999 times
          depending on code_cnt indexed by code_idx.
    77 code_found pic s9(4) comp.

    77 action_parm pic x(8).
    77 code_parm pic x(8).
    77 desc_parm pic x(40).
    77 status_parm pic x(8).
    77 user_parm pic x(10).
    77 old_text pic x(40).
    77 new_text pic x(40).
    77 curr_date_time pic x(21).

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
    display "rcmaint: no rc.ctl control card -- nothing to do."
    move 8 to return-code
    goback
  end-if

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "CODE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to code_parm

  move "DESC" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:30) to desc_parm

  move "STATUS" to parm_keyword
  move "ACTIVE" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to status_parm

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
      perform add_code
    when "DESC"
      perform change_desc
    when "STATUS"
      perform change_status
    when other
      display "rcmaint: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_table.
  move "N" to file_eof
  open input rcfile
  if rcfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read rcfile at end move "Y" to file_eof
      not at end
        if code_cnt < 999 and rcfileline not = spaces
          add 1 to code_cnt
          move rcfileline to code_row(code_cnt)
        end-if
    end-read
  end-perform
  close rcfile
  .

find_code_row.
  move 0 to code_found
  perform varying code_idx from 1 by 1
      until code_idx > code_cnt
    if code_row(code_idx)(1:8) = code_parm
      move code_idx to code_found
    end-if
  end-perform
  .

list_table.
  if code_cnt = 0
    display "rcmaint: root-cause table is empty -- incidents cannot"
        " be closed until codes are added."
    exit paragraph
  end-if
  perform varying code_idx from 1 by 1
      until code_idx > code_cnt
    display "ROOT CAUSE " code_row(code_idx)(1:8)
        " " code_row(code_idx)(10:8)
        " " function trim(code_row(code_idx)(19:40))
  end-perform
  display "rcmaint: " code_cnt " code(s) on the table."
  .

add_code.
  if code_parm = spaces or desc_parm = spaces
    display "rcmaint: ADD needs CODE= and DESC=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_code_row
  if code_found > 0
    display "rcmaint: code " function trim(code_parm)
        " is already on the table -- use DESC or STATUS."
    move 8 to return-code
    exit paragraph
  end-if
  if code_cnt >= 999
    display "rcmaint: table full."
    move 12 to return-code
    exit paragraph
  end-if
  add 1 to code_cnt
  move spaces to code_row(code_cnt)
  move code_parm to code_row(code_cnt)(1:8)
  move "ACTIVE" to code_row(code_cnt)(10:8)
  move desc_parm to code_row(code_cnt)(19:40)
  perform save_table
  move spaces to old_text
  move desc_parm to new_text
  perform append_log
  display "rcmaint: code " function trim(code_parm) " added."
  .

change_desc.
  if code_parm = spaces or desc_parm = spaces
    display "rcmaint: DESC needs CODE= and DESC=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_code_row
  if code_found = 0
    display "rcmaint: code " function trim(code_parm)
        " not on the table."
    move 8 to return-code
    exit paragraph
  end-if
  move code_row(code_found)(19:40) to old_text
  move desc_parm to new_text
  move desc_parm to code_row(code_found)(19:40)
  perform save_table
  perform append_log
  display "rcmaint: code " function trim(code_parm) " reworded."
  .

change_status.
  if code_parm = spaces
    display "rcmaint: STATUS needs CODE=."
    move 8 to return-code
    exit paragraph
  end-if
  if status_parm not = "ACTIVE" and status_parm not = "RETIRED"
    display "rcmaint: STATUS must be ACTIVE or RETIRED."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_code_row
  if code_found = 0
    display "rcmaint: code " function trim(code_parm)
        " not on the table."
    move 8 to return-code
    exit paragraph
  end-if
  move code_row(code_found)(10:8) to old_text
  move status_parm to new_text
  move status_parm to code_row(code_found)(10:8)
  perform save_table
  perform append_log
  display "rcmaint: code " function trim(code_parm) " now "
      function trim(status_parm) "."
  .

save_table.
  open output rcfile
  if rcfilestat not = "00"
    display "rcmaint: ERROR writing rootcause.mst status "
        rcfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying code_idx from 1 by 1
      until code_idx > code_cnt
    write rcfileline from code_row(code_idx)
  end-perform
  close rcfile
  .

append_log.
  move function current-date to curr_date_time
  open extend lfile
  if lfilestat = "35" or lfilestat = "05"
    open output lfile
  end-if
  if lfilestat not = "00"
    display "rcmaint: ERROR appending rootcause.log status "
        lfilestat
    exit paragraph
  end-if
  move spaces to lfileline
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " " function trim(user_parm)
    " " function trim(action_parm)
    " " function trim(code_parm)
    " OLD [" function trim(old_text)
    "] NEW [" function trim(new_text) "]"
    delimited by size into lfileline
  end-string
  write lfileline
  close lfile
  .
