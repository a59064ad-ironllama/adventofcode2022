      select gmfile assign to "glyph.mst"
        organization is line sequential
        file status is gmfilestat.
      select gnfile assign to gnfile_name
        organization is line sequential
        file status is gnfilestat.
      select unkfile assign to "10.unk"
        organization is line sequential
        file status is unkfilestat.
    fd gmfile.
    01 gmfileline pic x(26).

    fd gnfile.
    01 gnfileline pic x(26).

    fd unkfile.
    01 unkfileline pic x(30).


  working-storage section.
    01 gmfilestat pic xx.
    01 gnfilestat pic xx.
    01 gnfile_name pic x(40).
    01 unkfilestat pic xx.
    01 lfilestat pic xx.
    77 file_eof pic x.

    77 row_idx pic s9(4) comp.
    77 listed_cnt pic s9(4) comp value 0.
    77 copied_cnt pic 9(8) value 0.
    77 curr_date_time pic x(21).
    77 disp-num pic z(3)9.
    77 report-line pic x(999).
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

  move "ACTION" to parm_keyword
    compute unk_ptr = (row_idx - 1) * 4 + 1
    display "  " unk_bits(index_parm)(unk_ptr:4)
  end-perform
  *> The master is copied to a new copy with the pattern added,
  *> and the new copy swapped in once it reads back whole.
  move "glyph.mst" to swap_master
  move "B" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  move swap_newcopy to gnfile_name
  open output gnfile
  if gnfilestat not = "00"
    display "glyphreg: ERROR writing glyph.mst status " gnfilestat
    move 12 to return-code
    exit paragraph
  end-if
  move 0 to copied_cnt
  move "N" to file_eof
  open input gmfile
  if gmfilestat = "00"
    perform until file_eof = "Y"
      read gmfile at end move "Y" to file_eof
        not at end
          write gnfileline from gmfileline
          add 1 to copied_cnt
      end-read
    end-perform
    close gmfile
  end-if
  move spaces to gnfileline
  move char_parm to gnfileline(1:1)
  move unk_bits(index_parm) to gnfileline(3:24)
  write gnfileline
  close gnfile
  add 1 to copied_cnt
  move copied_cnt to swap_count
  move "S" to swap_mode
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  if swap_result not = "OK  "
    display "glyphreg: glyph.mst NOT UPDATED -- '" char_parm
        "' not added."
    move 12 to return-code
    exit paragraph
  end-if
  perform append_log
  display "glyphreg: '" char_parm "' added to the glyph master."
  .

*> A rewrite a kill left half-finished is finished or undone before
*> anything reads the master.
recover_masters.
  move "R" to swap_mode
  move "glyph.mst" to swap_master
  call 'lib-mstswap' using function module-id swap_mode swap_master
      swap_newcopy swap_count swap_result
  .

append_log.
  move function current-date to curr_date_time
  open extend lfile
