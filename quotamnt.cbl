           >>source format free
identification division.
program-id. quotamnt.
author. alexoh@wcoding.
*> Directory quota master maintenance (quota.mst, read by 07b on
*> every run to flag directories over quota or near it). Every
*> change is a logged transaction in quota.log -- the master is not
*> edited by hand.
*> Control card (qu.ctl):
*>   ACTION=LIST
*>   ACTION=ADD PATH=/a/b QUOTA=n OWNER=x   put a directory on quota
*>   ACTION=QUOTA PATH=/a/b QUOTA=n         change a directory's quota
*>   ACTION=OWNER PATH=/a/b OWNER=x         hand a directory to a new
*>                                          owner
*>   ACTION=DROP PATH=/a/b                  take a directory off quota
*>   USER=x for the log (default OPERATOR)
*> PATH is the directory's full path as 07b walks it ("/" is the
*> root), QUOTA is in bytes.
*> Master record: path x(30), quota 9(12), owner x(8),
*> space-separated.
*> Return code 8 on a rejected change, 12 when the master cannot be
*> written.

environment division.
  input-output section.
    file-control.
      select qtfile assign to "quota.mst"
        organization is line sequential
        file status is qtfilestat.
      select lfile assign to "quota.log"
        organization is line sequential
        file status is lfilestat.

data division.
  file section.
    fd qtfile.
    01 qtfileline pic x(52).

    fd lfile.
    01 lfileline pic x(120).

  working-storage section.
    01 qtfilestat pic xx.
    01 lfilestat pic xx.
    77 file_eof pic x.

    01 quota_table.
      02 quota_cnt pic s9(4) comp value 0.
      02 quota_row occurs 0 to 999 times
          depending on quota_cnt indexed by quota_idx.
        03 quota_path pic x(30).
        03 filler pic x.
        03 quota_bytes pic 9(12).
        03 filler pic x.
        03 quota_owner pic x(8).
    77 quota_found pic s9(4) comp.

    77 action_parm pic x(8).
    77 path_parm pic x(30).
    77 quota_parm pic x(30).
    77 owner_parm pic x(8).
    77 user_parm pic x(10).
    77 quota_num pic 9(12).
    77 quota_len pic s9(4) comp.
    77 quota_ok pic x.
    77 old_text pic x(30).
    77 new_text pic x(30).
    77 curr_date_time pic x(21).
    77 disp-quota pic z(11)9.

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
    display "quotamnt: no qu.ctl control card -- nothing to do."
    move 8 to return-code
    goback
  end-if

  move "ACTION" to parm_keyword
  move "LIST" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:8) to action_parm

  move "PATH" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to path_parm

  move "QUOTA" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value to quota_parm

  move "OWNER" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  move parm_value(1:8) to owner_parm

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
      perform add_quota
    when "QUOTA"
      perform change_quota
    when "OWNER"
      perform change_owner
    when "DROP"
      perform drop_quota
    when other
      display "quotamnt: unknown ACTION " action_parm
      move 8 to return-code
  end-evaluate
  goback.

load_table.
  move "N" to file_eof
  open input qtfile
  if qtfilestat not = "00"
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read qtfile at end move "Y" to file_eof
      not at end
        if quota_cnt < 999 and qtfileline not = spaces
          add 1 to quota_cnt
          move qtfileline to quota_row(quota_cnt)
        end-if
    end-read
  end-perform
  close qtfile
  .

find_quota_row.
  move 0 to quota_found
  perform varying quota_idx from 1 by 1
      until quota_idx > quota_cnt
    if quota_path(quota_idx) = path_parm
      move quota_idx to quota_found
    end-if
  end-perform
  .

*> QUOTA= must be all digits, not empty.
validate_quota.
  move "Y" to quota_ok
  move 0 to quota_num
  if quota_parm = spaces
    move "N" to quota_ok
    exit paragraph
  end-if
  move function length(function trim(quota_parm)) to quota_len
  if quota_len > 12
      or quota_parm(1:quota_len) is not numeric
    move "N" to quota_ok
    exit paragraph
  end-if
  move quota_parm(1:quota_len) to quota_num
  .

list_table.
  if quota_cnt = 0
    display "quotamnt: quota master is empty -- 07b has no"
        " directory quotas to hold the walk against."
    exit paragraph
  end-if
  perform varying quota_idx from 1 by 1
      until quota_idx > quota_cnt
    move quota_bytes(quota_idx) to disp-quota
    display "QUOTA " quota_path(quota_idx) " " disp-quota
        " " quota_owner(quota_idx)
  end-perform
  display "quotamnt: " quota_cnt " directory quota(s) on the master."
  .

add_quota.
  if path_parm = spaces or quota_parm = spaces or owner_parm = spaces
    display "quotamnt: ADD needs PATH=, QUOTA= and OWNER=."
    move 8 to return-code
    exit paragraph
  end-if
  if path_parm(1:1) not = "/"
    display "quotamnt: PATH must be a full path from the root (/)."
    move 8 to return-code
    exit paragraph
  end-if
  perform validate_quota
  if quota_ok = "N"
    display "quotamnt: QUOTA must be a byte count (digits only)."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_quota_row
  if quota_found > 0
    display "quotamnt: " function trim(path_parm)
        " is already on quota -- use QUOTA or OWNER."
    move 8 to return-code
    exit paragraph
  end-if
  if quota_cnt >= 999
    display "quotamnt: master full."
    move 12 to return-code
    exit paragraph
  end-if
  add 1 to quota_cnt
  move spaces to quota_row(quota_cnt)
  move path_parm to quota_path(quota_cnt)
  move quota_num to quota_bytes(quota_cnt)
  move owner_parm to quota_owner(quota_cnt)
  perform save_table
  move spaces to old_text
  move spaces to new_text
  move quota_num to disp-quota
  string function trim(disp-quota) " " function trim(owner_parm)
    delimited by size into new_text
  end-string
  perform append_log
  display "quotamnt: " function trim(path_parm) " put on quota."
  .

change_quota.
  if path_parm = spaces or quota_parm = spaces
    display "quotamnt: QUOTA needs PATH= and QUOTA=."
    move 8 to return-code
    exit paragraph
  end-if
  perform validate_quota
  if quota_ok = "N"
    display "quotamnt: QUOTA must be a byte count (digits only)."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_quota_row
  if quota_found = 0
    display "quotamnt: " function trim(path_parm) " not on quota."
    move 8 to return-code
    exit paragraph
  end-if
  move quota_bytes(quota_found) to disp-quota
  move function trim(disp-quota) to old_text
  move quota_num to disp-quota
  move function trim(disp-quota) to new_text
  move quota_num to quota_bytes(quota_found)
  perform save_table
  perform append_log
  display "quotamnt: " function trim(path_parm) " quota now "
      function trim(new_text) "."
  .

change_owner.
  if path_parm = spaces or owner_parm = spaces
    display "quotamnt: OWNER needs PATH= and OWNER=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_quota_row
  if quota_found = 0
    display "quotamnt: " function trim(path_parm) " not on quota."
    move 8 to return-code
    exit paragraph
  end-if
  move quota_owner(quota_found) to old_text
  move owner_parm to new_text
  move owner_parm to quota_owner(quota_found)
  perform save_table
  perform append_log
  display "quotamnt: " function trim(path_parm) " now owned by "
      function trim(owner_parm) "."
  .

drop_quota.
  if path_parm = spaces
    display "quotamnt: DROP needs PATH=."
    move 8 to return-code
    exit paragraph
  end-if
  perform find_quota_row
  if quota_found = 0
    display "quotamnt: " function trim(path_parm) " not on quota."
    move 8 to return-code
    exit paragraph
  end-if
  move spaces to old_text
  move quota_bytes(quota_found) to disp-quota
  string function trim(disp-quota) " "
    function trim(quota_owner(quota_found))
    delimited by size into old_text
  end-string
  move spaces to new_text
  perform varying quota_idx from quota_found by 1
      until quota_idx >= quota_cnt
    move quota_row(quota_idx + 1) to quota_row(quota_idx)
  end-perform
  subtract 1 from quota_cnt
  perform save_table
  perform append_log
  display "quotamnt: " function trim(path_parm) " taken off quota."
  .

save_table.
  open output qtfile
  if qtfilestat not = "00"
    display "quotamnt: ERROR writing quota.mst status " qtfilestat
    move 12 to return-code
    exit paragraph
  end-if
  perform varying quota_idx from 1 by 1
      until quota_idx > quota_cnt
    write qtfileline from quota_row(quota_idx)
  end-perform
  close qtfile
  .

append_log.
  move function current-date to curr_date_time
  open extend lfile
  if lfilestat = "35" or lfilestat = "05"
    open output lfile
  end-if
  if lfilestat not = "00"
    display "quotamnt: ERROR appending quota.log status " lfilestat
    exit paragraph
  end-if
  move spaces to lfileline
  string curr_date_time(1:8) " " curr_date_time(9:6)
    " " function trim(user_parm)
    " " function trim(action_parm)
    " " function trim(path_parm)
    " OLD [" function trim(old_text)
    "] NEW [" function trim(new_text) "]"
    delimited by size into lfileline
  end-string
  write lfileline
  close lfile
  .
