environment division.
  input-output section.
    file-control.
      select bmfile assign to bmfile_name
        organization is line sequential
        file status is bmfilestat.
      select lfile assign to "blueprint.log"

  working-storage section.
    01 bmfilestat pic xx.
    01 bmfile_name pic x(40) value "blueprint.mst".
    01 lfilestat pic xx.
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
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
    display "bpmaint: no bp.ctl control card -- nothing to do."
  .

save_master.
  move "blueprint.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to bmfile_name
  open output bmfile
  if bmfilestat not = "00"
    display "bpmaint: ERROR writing " function trim(bmfile_name)
        " status " bmfilestat
    move swap_master to bmfile_name
    move 12 to return-code
    exit paragraph
  end-if
    write bmfileline from master_row(master_idx)
  end-perform
  close bmfile
  move swap_master to bmfile_name
  move master_cnt to swap_count
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
  move "blueprint.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

append_log.
