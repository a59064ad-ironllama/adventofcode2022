      select lkfile assign to "driver.lck"
        organization is line sequential
        file status is lkfilestat.
      select regfile assign to regfile_name
        organization is line sequential
        file status is regfilestat.
      select hfile assign to "run.history"
  working-storage section.
    01 lkfilestat pic xx.
    01 regfilestat pic xx.
    01 regfile_name pic x(40) value "run.registry".
    01 hfilestat pic xx.
    77 file_eof pic x.

    77 delete_stat pic s9(9) comp value 0.
    77 curr_date_time pic x(21).

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

  linkage section.
    01 ln-mode pic x.
    01 ln-owner pic x(10).
*> the registry is not on file yet, seed both counters from the
*> highest run on the history ledger.
load_registry.
  perform recover_masters
  move 0 to reg_run
  move 0 to reg_split
  move "N" to reg_loaded
  .

save_registry.
  move "run.registry" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to regfile_name
  open output regfile
  if regfilestat not = "00"
    display "lib-runreg: ERROR writing run.registry status "
        regfilestat
    move swap_master to regfile_name
    move "ERR " to ln-result
    exit paragraph
  end-if
  end-string
  write regfileline
  close regfile
  move swap_master to regfile_name
  move 2 to swap_count
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
  move "run.registry" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .
