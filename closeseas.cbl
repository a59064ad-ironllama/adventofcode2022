environment division.
  input-output section.
    file-control.
      select sfile assign to sfile_name
        organization is line sequential
        file status is sfilestat.
      select tfile assign to trn_filename
    01 sfilestat pic xx.
    01 tfilestat pic xx.
    01 safilestat pic xx.
    01 sfile_name pic x(40) value "standings.mst".
    01 trn_filename pic x(40) value "league.trn".
    01 stnd_arc_filename pic x(14).
    77 file_eof pic x.

    77 disp-num4 pic z(8)9.
    77 report-line pic x(999).

    *> For lib-mstswap -- a master is rewritten as a new copy and
    *> swapped in only once the copy reads back whole.
    77 swap_mode pic x.
    77 swap_master pic x(40).
    77 swap_newcopy pic x(40).
    77 swap_count pic 9(8).
    77 swap_result pic x(4).

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
    77 parm_echo pic x(60).

procedure division.
  perform recover_masters
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
    display "closeseas: no cl.ctl control card -- nothing to do."
  end-perform
  close tfile
  move trn_cnt to archived_cnt
  move "league.trn" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to trn_filename
  open output tfile
  if tfilestat not = "00"
    display "closeseas: ERROR emptying league.trn status " tfilestat
    move 12 to return-code
    exit paragraph
  end-if
  close tfile
  move 0 to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "league.trn" to trn_filename
  if swap_result not = "OK  "
    display "closeseas: league.trn NOT EMPTIED -- season not closed."
    move 12 to return-code
    exit paragraph
  end-if

  *> Reseed: every player kept, counts zeroed, the configured score
    move 0 to stand_draws(stand_idx)
    move 0 to stand_lastrank(stand_idx)
  end-perform
  move "standings.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to sfile_name
  open output sfile
  if sfilestat not = "00"
    display "closeseas: ERROR reseeding standings.mst status "
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
    display "closeseas: standings.mst NOT RESEEDED -- left as it was;"
        " league.trn is already emptied and archived."
    move 12 to return-code
    exit paragraph
  end-if

  display "closeseas: season " function trim(season_parm)
      " closed -- " stand_cnt " player(s) archived, "
      archived_cnt " transaction(s), carryover " carry_parm " pct."
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "standings.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move "league.trn" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

build_stand_line.
  move stand_id(stand_idx) to sl_id
  move stand_wins(stand_idx) to sl_wins
