environment division.
  input-output section.
    file-control.
      select pfile assign to pfile_name
        organization is line sequential
        file status is pfilestat.
      select sfile assign to sfile_name
        organization is line sequential
        file status is sfilestat.
      select tfile assign to tfile_name
        organization is line sequential
        file status is tfilestat.
      select lfile assign to "roster.log"

  working-storage section.
    01 pfilestat pic xx.
    01 pfile_name pic x(40) value "player.mst".
    01 sfilestat pic xx.
    01 sfile_name pic x(40) value "standings.mst".
    01 tfilestat pic xx.
    01 tfile_name pic x(40) value "league.trn".
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
    display "rostermnt: no ro.ctl control card -- nothing to do."
  if trn_changed = 0
    exit paragraph
  end-if
  move "league.trn" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to tfile_name
  open output tfile
  if tfilestat not = "00"
    display "rostermnt: ERROR rewriting league.trn status " tfilestat
    move swap_master to tfile_name
    move 12 to return-code
    exit paragraph
  end-if
    write tfileline from trn_row(trn_idx)
  end-perform
  close tfile
  move swap_master to tfile_name
  move trn_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    move 12 to return-code
  end-if
  .

rewrite_roster.
  move "player.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to pfile_name
  open output pfile
  if pfilestat not = "00"
    display "rostermnt: ERROR writing player.mst status " pfilestat
    move swap_master to pfile_name
    move 12 to return-code
    exit paragraph
  end-if
    write pfileline
  end-perform
  close pfile
  move swap_master to pfile_name
  move roster_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    move 12 to return-code
  end-if
  .

rewrite_standings.
  move "standings.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to sfile_name
  open output sfile
  if sfilestat not = "00"
    display "rostermnt: ERROR writing standings.mst status "
        sfilestat
    move swap_master to sfile_name
    move 12 to return-code
    exit paragraph
  end-if
    write sfileline from stand_line
  end-perform
  close sfile
  move swap_master to sfile_name
  move stand_cnt to swap_count
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
  move "player.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "standings.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "league.trn" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

append_log.
