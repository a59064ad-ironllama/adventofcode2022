environment division.
  input-output section.
    file-control.
      select mfile assign to mfile_name
        organization is line sequential
        file status is mfilestat.
      select hfile assign to "manifest.his"

  working-storage section.
    01 mfilestat pic xx.
    01 mfile_name pic x(40) value "input.manifest".
    01 hfilestat pic xx.
    77 file_eof pic x.

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
  move function current-date to curr_date_time
  move curr_date_time(1:8) to today_date
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  .

save_manifest.
  move "input.manifest" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to mfile_name
  open output mfile
  if mfilestat not = "00"
    display "manmaint: ERROR rewriting input.manifest status "
        mfilestat
    move swap_master to mfile_name
    move 12 to return-code
    exit paragraph
  end-if
    write mfileline
  end-perform
  close mfile
  move swap_master to mfile_name
  move man_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    move 12 to return-code
  end-if
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "input.manifest" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

find_manifest_day.
