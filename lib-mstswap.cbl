           >>source format free
identification division.
program-id. lib-mstswap.
author. alexoh@wcoding.
*> Crash-safe rewrite of a master file. The masters the suite keeps
*> current (player.mst, standings.mst, rating.mst, 25.bal, 25.jrn,
*> blueprint.mst, glyph.mst, input.manifest, run.registry,
*> run.history, league.trn) used to be rewritten in place with an
*> open output: a kill or a full disk part way through left a short
*> master and nothing to say so. A rewrite now goes to a new copy,
*> which is checked and only then swapped in:
*>   "B" begin: ln-newcopy out, the name to write the new copy to
*>       (the master's name + ".new"); a leftover one is removed.
*>   "S" swap: the new copy must read back exactly ln-count records
*>       -- the records the caller wrote. A copy that does not is
*>       removed and the master is left as it was (ln-result
*>       "FAIL"). A good copy is marked verified (<master>.swp),
*>       the master is kept as <master>.old, the new copy takes the
*>       master's name, and then the prior copy and the mark go.
*>   "R" recover, called at start-up before anything else: a swap
*>       left half-finished by a kill is completed when its new
*>       copy was verified ("DONE"), else rolled back to the master
*>       as it was ("BACK"). Either is logged (SWP0001/SWP0002).
*> ln-result "OK  " when there was nothing to do or it was done.
*> The caller's RETURN-CODE is left as it was.
*>   ln-progid  in  the caller's module-id, for lib-joblog
*>   ln-mode    in  "B", "S" or "R"
*>   ln-master  in  the master's file name
*>   ln-newcopy out ("B") / in ("S") the new copy's file name
*>   ln-count   in  ("S") records written to the new copy
*>   ln-result  out as above

environment division.
  input-output section.
    file-control.
      select chkfile assign to chk_filename
        organization is line sequential
        file status is chkfilestat.
      select swpfile assign to swp_filename
        organization is line sequential
        file status is swpfilestat.

data division.
  file section.
    fd chkfile.
    01 chkfileline pic x(999).

    fd swpfile.
    01 swpfileline pic x(40).

  working-storage section.
    01 chk_filename pic x(40).
    01 chkfilestat pic xx.
    01 swp_filename pic x(40).
    01 swpfilestat pic xx.
    77 file_eof pic x.

    77 new_filename pic x(40).
    77 old_filename pic x(40).
    77 saved_rc pic s9(8) comp.
    77 file_exists pic x.
    77 master_exists pic x.
    77 new_exists pic x.
    77 old_exists pic x.
    77 swp_exists pic x.
    77 read_cnt pic 9(8).
    77 rename_stat pic s9(8) comp.
    77 curr_date_time pic x(21).

    01 swp_line.
      02 filler pic x(9) value "VERIFIED ".
      02 sw_count pic 9(8).
      02 filler pic x value space.
      02 sw_date pic x(8).
      02 filler pic x value space.
      02 sw_time pic x(6).

    *> For lib-joblog.
    77 jl_values pic x(60).
    77 swap_progid pic x(10).
    77 disp_cnt pic z(7)9.
    77 disp_read pic z(7)9.

  linkage section.
    01 ln-progid pic x(10).
    01 ln-mode pic x.
    01 ln-master pic x(40).
    01 ln-newcopy pic x(40).
    01 ln-count pic 9(8).
    01 ln-result pic x(4).

procedure division using ln-progid ln-mode ln-master ln-newcopy
    ln-count ln-result.
  move ln-progid to swap_progid
  move return-code to saved_rc
  move "OK  " to ln-result
  move spaces to new_filename old_filename swp_filename
  string function trim(ln-master) ".new" delimited by size
    into new_filename
  end-string
  string function trim(ln-master) ".old" delimited by size
    into old_filename
  end-string
  string function trim(ln-master) ".swp" delimited by size
    into swp_filename
  end-string

  evaluate ln-mode
    when "B"
      call "CBL_DELETE_FILE" using new_filename
      move new_filename to ln-newcopy
    when "S"
      perform swap_in_new_copy
    when "R"
      perform recover_swap
  end-evaluate
  move saved_rc to return-code
  goback.

swap_in_new_copy.
  move new_filename to chk_filename
  perform count_records
  if file_exists = "N" or read_cnt not = ln-count
    call "CBL_DELETE_FILE" using new_filename
    move ln-count to disp_cnt
    move read_cnt to disp_read
    move spaces to jl_values
    string function trim(ln-master) "|" function trim(disp_read)
      "|" function trim(disp_cnt) delimited by size into jl_values
    end-string
    call 'lib-joblog' using swap_progid "SWP0003" jl_values
    move "FAIL" to ln-result
    exit paragraph
  end-if

  *> The copy is good: from here on a restart finishes the swap.
  move function current-date to curr_date_time
  move ln-count to sw_count
  move curr_date_time(1:8) to sw_date
  move curr_date_time(9:6) to sw_time
  open output swpfile
  if swpfilestat = "00"
    write swpfileline from swp_line
    close swpfile
  end-if
  if swpfilestat not = "00"
    call "CBL_DELETE_FILE" using new_filename
    move spaces to jl_values
    string function trim(ln-master) "|MARKING THE NEW COPY"
      "|MASTER UNCHANGED" delimited by size into jl_values
    end-string
    call 'lib-joblog' using swap_progid "SWP0004" jl_values
    move "FAIL" to ln-result
    exit paragraph
  end-if

  move ln-master to chk_filename
  perform check_exists
  if file_exists = "Y"
    call "CBL_DELETE_FILE" using old_filename
    call "CBL_RENAME_FILE" using ln-master old_filename
        returning rename_stat
    if rename_stat not = 0
      move spaces to jl_values
      string function trim(ln-master) "|KEEPING THE PRIOR COPY"
        "|FINISHED AT NEXT START" delimited by size into jl_values
      end-string
      call 'lib-joblog' using swap_progid "SWP0004" jl_values
      move "FAIL" to ln-result
      exit paragraph
    end-if
  end-if
  call "CBL_RENAME_FILE" using new_filename ln-master
      returning rename_stat
  if rename_stat not = 0
    move spaces to jl_values
    string function trim(ln-master) "|TAKING THE NEW COPY IN"
      "|FINISHED AT NEXT START" delimited by size into jl_values
    end-string
    call 'lib-joblog' using swap_progid "SWP0004" jl_values
    move "FAIL" to ln-result
    exit paragraph
  end-if
  call "CBL_DELETE_FILE" using old_filename
  call "CBL_DELETE_FILE" using swp_filename
  .

*> What is on file says how far the swap got: the mark is written
*> only once the new copy checked out, and removed last.
recover_swap.
  move ln-master to chk_filename
  perform check_exists
  move file_exists to master_exists
  move new_filename to chk_filename
  perform check_exists
  move file_exists to new_exists
  move old_filename to chk_filename
  perform check_exists
  move file_exists to old_exists
  move swp_filename to chk_filename
  perform check_exists
  move file_exists to swp_exists

  if swp_exists = "Y"
    if new_exists = "Y"
      if master_exists = "Y"
        call "CBL_DELETE_FILE" using old_filename
        call "CBL_RENAME_FILE" using ln-master old_filename
            returning rename_stat
      end-if
      call "CBL_RENAME_FILE" using new_filename ln-master
          returning rename_stat
      if rename_stat not = 0
        move spaces to jl_values
        string function trim(ln-master) "|TAKING THE NEW COPY IN"
          "|RETRIED AT NEXT START" delimited by size into jl_values
        end-string
        call 'lib-joblog' using swap_progid "SWP0004" jl_values
        move "FAIL" to ln-result
        exit paragraph
      end-if
    end-if
    call "CBL_DELETE_FILE" using old_filename
    call "CBL_DELETE_FILE" using swp_filename
    move spaces to jl_values
    string function trim(ln-master) "|NEW COPY WAS VERIFIED"
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using swap_progid "SWP0001" jl_values
    move "DONE" to ln-result
    exit paragraph
  end-if

  if new_exists = "Y"
    call "CBL_DELETE_FILE" using new_filename
    move spaces to jl_values
    string function trim(ln-master) "|NEW COPY NEVER VERIFIED"
      delimited by size into jl_values
    end-string
    call 'lib-joblog' using swap_progid "SWP0002" jl_values
    move "BACK" to ln-result
  end-if
  if old_exists = "Y"
    if master_exists = "N"
      call "CBL_RENAME_FILE" using old_filename ln-master
          returning rename_stat
      move spaces to jl_values
      string function trim(ln-master) "|PRIOR COPY PUT BACK"
        delimited by size into jl_values
      end-string
      call 'lib-joblog' using swap_progid "SWP0002" jl_values
      move "BACK" to ln-result
    else
      call "CBL_DELETE_FILE" using old_filename
    end-if
  end-if
  .

check_exists.
  move "N" to file_exists
  open input chkfile
  if chkfilestat = "00"
    move "Y" to file_exists
    close chkfile
  end-if
  .

count_records.
  move 0 to read_cnt
  move "N" to file_exists
  move "N" to file_eof
  open input chkfile
  if chkfilestat not = "00"
    exit paragraph
  end-if
  move "Y" to file_exists
  perform until file_eof = "Y"
    read chkfile at end move "Y" to file_eof
      not at end
        add 1 to read_cnt
    end-read
  end-perform
  close chkfile
  .
