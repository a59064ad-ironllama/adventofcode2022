identification division.
program-id. 20a.

environment division.
  input-output section.
    file-control.
      *> The list is counted straight off the day's input (manifest
      *> override respected) to choose the mixing method before any
      *> of it is loaded.
      select nbfile assign to nb_filename
        organization is line sequential
        file status is nbfilestat.
      select mfile assign to "input.manifest"
        organization is line sequential
        file status is mfilestat.
      *> Work files for a list too long for num_row: the mix order
      *> (one record per number, keyed by its input position), the
      *> circle itself cut into blocks (keyed by block slot), and the
      *> circle in order, spilled between rounds to re-block it.
      select mxfile assign to "20.wrk"
        organization is relative
        access mode is random
        relative key is mx_key
        file status is mxfilestat.
      select bkfile assign to "20.blk"
        organization is relative
        access mode is random
        relative key is bk_key
        file status is bkfilestat.
      select sqfile assign to "20.seq"
        organization is line sequential
        file status is sqfilestat.

data division.
  file section.
    fd nbfile.
    01 nbfileline pic x(40).

    fd mfile.
    01 mfileline pic x(20).

    fd mxfile.
    01 mxrec.
      02 mx_value pic s9(18) comp.
      *> The block slot the number currently sits in.
      02 mx_block pic s9(8) comp.

    fd bkfile.
    01 bkrec.
      02 bk_cnt pic s9(4) comp.
      02 bk_entry pic s9(8) comp occurs 500 times.

    fd sqfile.
    01 sqfileline pic 9(8).

  working-storage section.
    *> For lib-readfile
    01 rf_all_lines.
    *> is how many mixing rounds to run (default 1, the original
    *> single-pass behavior), line 3 is "Y"/"N" to trace the full list
    *> after every round, line 4 is "Y"/"N" to run the inverse-mix
    *> verification pass after the coordinates are reported, line 5
    *> is "W" to mix through the work files even when the list fits
    *> in num_row (to reconcile the two methods on the same file).
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 9 times
    77 verify_fail_at pic s9(8) comp value 0.
    77 verify_start usage is index.
    77 round_idx pic 9(4) comp.
    77 method_parm pic x value space.

    *> The work-file method. The list is held as a circle of blocks
    *> of up to 500 numbers; the block directory below keeps the
    *> blocks in circle order with their sizes, so a position is
    *> found by walking the directory and reading one block. Blocks
    *> are filled to 250 and split when an insert fills one; the
    *> circle is re-blocked from 20.seq before every round.
    01 nbfilestat pic xx.
    01 nb_filename pic x(40).
    77 nb_eof pic x.
    01 mfilestat pic xx.
    77 meof pic x.
    01 manifest_key pic x(2) value "20".
    77 manifest_found pic x value "N".
    01 manifest_suffix pic x(4) value ".dat".
    *> For lib-campfile -- the camp's own copy, as lib-readdata loads.
    77 camp_code pic x(3).
    01 mxfilestat pic xx.
    01 bkfilestat pic xx.
    01 sqfilestat pic xx.
    77 sq_eof pic x.
    77 mx_key pic 9(8).
    77 bk_key pic 9(8).
    77 work_mode pic x value "N".
    77 work_failed pic x value "N".
    77 work_rc pic s9(4) comp value 12.
    77 mx_open pic x value "N".
    77 bk_open pic x value "N".
    77 delete_stat pic s9(9) comp value 0.
    77 list_cnt pic s9(8) comp value 0.
    77 zero_orig pic s9(8) comp value 0.
    01 block_dir.
      02 dir_cnt pic s9(4) comp value 0.
      02 dir_row occurs 9999 times.
        03 dir_slot pic s9(8) comp.
        03 dir_size pic s9(4) comp.
    *> Where each block slot sits in the directory.
    01 slot_table.
      02 slot_cnt pic s9(8) comp value 0.
      02 slot_dir pic s9(4) comp occurs 9999 times.
    01 split_hold.
      02 hold_entry pic s9(8) comp occurs 500 times.
    77 dir_idx pic s9(4) comp.
    77 dir_move pic s9(4) comp.
    77 dir_hw pic s9(4) comp value 0.
    77 dir_limit pic s9(4) comp value 9999.
    77 block_fill pic s9(4) comp value 250.
    77 block_max pic s9(4) comp value 500.
    77 entry_idx pic s9(4) comp.
    77 entry_off pic s9(4) comp.
    77 elem_orig pic s9(8) comp.
    77 slot_elem pic s9(8) comp.
    77 elem_value pic s9(18) comp.
    77 elem_pos pic s9(8) comp.
    77 target_pos pic s9(8) comp.
    77 cum_pos pic s9(8) comp.
    77 mix_dir pic s9.
    77 walk_pos pic s9(8) comp.
    77 walk_expect pic s9(8) comp.
    77 first_pos pic s9(8) comp.
    77 nb_value pic s9(18) comp.

    01 all_nums.
      02 num_cnt pic s9(8) comp value 0.
    77 post_answer pic 9(18).
    77 post_status pic x(4).

    *> For lib-capacity -- the table high-water ledger.
    77 cap_table pic x(16).
    77 cap_used pic s9(8) comp.
    77 cap_limit pic s9(8) comp.

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt > 0
    move ctl_line_row(1)(1:9) to decrypt_key
  if ctl_line_cnt > 3
    move ctl_line_row(4)(1:1) to verify_mode
  end-if
  if ctl_line_cnt > 4
    move ctl_line_row(5)(1:1) to method_parm
  end-if

  *> A list that fits num_row is mixed in memory as it always was;
  *> a longer one goes through the work files.
  perform count_input
  if list_cnt > 5001 or method_parm = "W"
    move "Y" to work_mode
  end-if

  if trace_mode = "Y"
    call 'lib-writereport' using function module-id "O" report-line
    move "DECRYPTION-KEY MIXING TRACE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
  end-if

  if work_mode = "Y"
    perform mix_in_work_files
    if work_failed = "Y"
      if trace_mode = "Y"
        call 'lib-writereport' using function module-id "C" report-line
      end-if
      perform remove_work_files
      move work_rc to return-code
      goback
    end-if
  else
    perform mix_in_memory
  end-if

  compute total_found = num_1 + num_2 + num_3
  display "FINAL: " total_found
  move total_found to post_answer
  call 'lib-checkbaseline' using function module-id post_answer
      post_status "S"

  if verify_mode = "Y"
    if work_mode = "Y"
      perform verify_work_mix
    else
      perform verify_inverse_mix
    end-if
  end-if

  if trace_mode = "Y"
    call 'lib-writereport' using function module-id "C" report-line
  end-if

  *> High-water of the key tables, for the headroom report.
  if work_mode = "Y"
    move "MIX-BLOCKS" to cap_table
    move dir_hw to cap_used
    move dir_limit to cap_limit
    perform remove_work_files
  else
    move "NUM-ROW" to cap_table
    move num_cnt to cap_used
    move 5001 to cap_limit
  end-if
  call 'lib-capacity' using function module-id cap_table cap_used
      cap_limit

  *> The calls above reset the register; a failed verification
  *> must still reach the caller.
  if verify_fail_at > 0
    move 4 to return-code
  end-if
  goback.


mix_in_memory.
  call 'lib-readdata' using function module-id ".dat" rf_all_lines
*>   call 'lib-readdata' using function module-id ".da1" rf_all_lines

  move 0 to total_found
  perform varying rf_idx from 1 by 1 until rf_idx > rf_cnt
  *> end-perform
  *> display "]"

  perform varying round_idx from 1 by 1 until round_idx > mix_rounds
    perform mix_once
    if trace_mode = "Y"
  move num(end_idx) to num_3

  *> display "NUMS: " num_1  " " num_2 " " num_3
  .

*> Undo the mix by replaying every move backwards in reverse order;
*> if the circular-move arithmetic is faithful, the list must come
  move cycle_idx to end_idx
  *> display "END: " end_idx
  .

*> How long is the list? Counted off the input itself, so a list
*> longer than num_row is never loaded into it.
count_input.
  perform check_manifest
  move spaces to nb_filename
  string manifest_key delimited by size
    manifest_suffix delimited by space
    into nb_filename
  end-string
  call 'lib-campfile' using nb_filename camp_code
  move 0 to list_cnt
  move "N" to nb_eof
  open input nbfile
  if nbfilestat not = "00"
    exit paragraph
  end-if
  perform until nb_eof = "Y"
    read nbfile at end move "Y" to nb_eof
      not at end add 1 to list_cnt
    end-read
  end-perform
  close nbfile
  .

check_manifest.
  move "N" to manifest_found
  move "N" to meof
  open input mfile
  if mfilestat = "00"
    perform until meof = "Y" or manifest_found = "Y"
      read mfile at end move "Y" to meof
        not at end
          if mfileline(1:2) = manifest_key
            move mfileline(4:4) to manifest_suffix
            move "Y" to manifest_found
          end-if
      end-read
    end-perform
    close mfile
  end-if
  .

*> The whole mix through the work files, ending with the three
*> grove coordinates in num_1 .. num_3 as mix_in_memory leaves them.
mix_in_work_files.
  display "20a: " list_cnt " numbers -- mixing through the work files."
  perform load_work_files
  if work_failed = "Y"
    exit paragraph
  end-if
  if zero_orig = 0
    display "20a: ERROR no zero in the list -- no grove coordinates."
    move "Y" to work_failed
    move 12 to work_rc
    exit paragraph
  end-if
  move 1 to mix_dir
  perform varying round_idx from 1 by 1
      until round_idx > mix_rounds or work_failed = "Y"
    if round_idx > 1
      perform dump_circle
    end-if
    perform build_blocks
    if list_cnt > 1
      perform mix_work_round
    end-if
    if trace_mode = "Y" and work_failed = "N"
      perform trace_work_round
    end-if
  end-perform
  if work_failed = "Y"
    exit paragraph
  end-if

  *> The coordinates count on around the circle from wherever the
  *> zero sits now.
  move zero_orig to elem_orig
  perform read_element
  perform find_element_pos
  move elem_pos to first_pos
  compute target_pos = function mod(first_pos + 1000, list_cnt)
  perform fetch_at_position
  move elem_value to num_1
  compute target_pos = function mod(first_pos + 2000, list_cnt)
  perform fetch_at_position
  move elem_value to num_2
  compute target_pos = function mod(first_pos + 3000, list_cnt)
  perform fetch_at_position
  move elem_value to num_3
  .

*> 20.wrk gets one record per number in input (mix) order, already
*> multiplied by the key; 20.seq gets the starting circle, which is
*> that same order.
load_work_files.
  move "N" to nb_eof
  open input nbfile
  evaluate nbfilestat
    when "00"
      continue
    when "35"
    when "05"
      display "File does not exist: " function trim(nb_filename)
      move "Y" to work_failed
      move 8 to work_rc
      exit paragraph
    when other
      display "20a: ERROR opening " function trim(nb_filename)
          " status " nbfilestat
      move "Y" to work_failed
      exit paragraph
  end-evaluate
  open output mxfile
  open output sqfile
  if mxfilestat not = "00" or sqfilestat not = "00"
    display "20a: ERROR opening the work files status " mxfilestat
        " " sqfilestat
    move "Y" to work_failed
    close nbfile
    exit paragraph
  end-if
  move 0 to list_cnt
  move 0 to zero_orig
  perform until nb_eof = "Y" or work_failed = "Y"
    read nbfile at end move "Y" to nb_eof
      not at end
        add 1 to list_cnt
        move function numval(nbfileline) to nb_value
        move list_cnt to mx_key
        compute mx_value = nb_value * decrypt_key
        move 0 to mx_block
        write mxrec
        if mxfilestat not = "00"
          perform work_io_error
        end-if
        if mx_value = 0 and zero_orig = 0
          move list_cnt to zero_orig
        end-if
        move list_cnt to sqfileline
        write sqfileline
    end-read
  end-perform
  close nbfile
  close mxfile
  close sqfile
  open i-o mxfile
  move "Y" to mx_open
  .

*> Re-block the circle from 20.seq: blocks of block_fill numbers,
*> each number's mix record pointed at its block.
build_blocks.
  if bk_open = "Y"
    close bkfile
  end-if
  open output bkfile
  open input sqfile
  if bkfilestat not = "00" or sqfilestat not = "00"
    display "20a: ERROR opening the work files status " bkfilestat
        " " sqfilestat
    move "Y" to work_failed
    exit paragraph
  end-if
  move 0 to dir_cnt
  move 0 to slot_cnt
  move 0 to bk_cnt
  move "N" to sq_eof
  perform until sq_eof = "Y" or work_failed = "Y"
    read sqfile at end move "Y" to sq_eof
      not at end
        add 1 to bk_cnt
        move sqfileline to bk_entry(bk_cnt)
        if bk_cnt = block_fill
          perform write_new_block
        end-if
    end-read
  end-perform
  if bk_cnt > 0 and work_failed = "N"
    perform write_new_block
  end-if
  close sqfile
  close bkfile
  open i-o bkfile
  move "Y" to bk_open
  .

write_new_block.
  if dir_cnt >= dir_limit
    display "20a: ERROR the list needs more than " dir_limit
        " work-file blocks."
    move "Y" to work_failed
    exit paragraph
  end-if
  add 1 to slot_cnt
  add 1 to dir_cnt
  move slot_cnt to dir_slot(dir_cnt)
  move bk_cnt to dir_size(dir_cnt)
  move dir_cnt to slot_dir(slot_cnt)
  perform varying entry_idx from 1 by 1 until entry_idx > bk_cnt
    move bk_entry(entry_idx) to slot_elem
    perform point_element_at_slot
  end-perform
  move slot_cnt to bk_key
  write bkrec
  if bkfilestat not = "00"
    perform work_io_error
  end-if
  if dir_cnt > dir_hw
    move dir_cnt to dir_hw
  end-if
  move 0 to bk_cnt
  .

*> slot_elem's mix record now points at block slot_cnt.
point_element_at_slot.
  move slot_elem to mx_key
  read mxfile
  if mxfilestat not = "00"
    perform work_io_error
    exit paragraph
  end-if
  move slot_cnt to mx_block
  rewrite mxrec
  .

*> The circle in order, block by block, back onto 20.seq.
dump_circle.
  open output sqfile
  perform varying dir_idx from 1 by 1 until dir_idx > dir_cnt
    move dir_slot(dir_idx) to bk_key
    read bkfile
    perform varying entry_idx from 1 by 1 until entry_idx > bk_cnt
      move bk_entry(entry_idx) to sqfileline
      write sqfileline
    end-perform
  end-perform
  close sqfile
  .

*> One round in mix order (mix_dir 1), or its mirror for the
*> inverse mix: last number first, each moved back (mix_dir -1).
mix_work_round.
  if mix_dir > 0
    perform varying elem_orig from 1 by 1
        until elem_orig > list_cnt or work_failed = "Y"
      perform move_work_element
    end-perform
  else
    perform varying elem_orig from list_cnt by -1
        until elem_orig < 1 or work_failed = "Y"
      perform move_work_element
    end-perform
  end-if
  .

*> One number's move: out of its block, then into the block that
*> holds its new position -- the same circular move mix_once makes
*> a step at a time, taken in one jump.
move_work_element.
  perform read_element
  if work_failed = "Y" or elem_value = 0
    exit paragraph
  end-if
  perform find_element_pos
  if work_failed = "Y"
    exit paragraph
  end-if
  perform varying entry_idx from entry_off by 1 until entry_idx >= bk_cnt
    move bk_entry(entry_idx + 1) to bk_entry(entry_idx)
  end-perform
  subtract 1 from bk_cnt
  subtract 1 from dir_size(dir_idx)
  rewrite bkrec

  compute target_pos = function mod(elem_pos + elem_value * mix_dir,
      list_cnt - 1)
  perform locate_position
  move dir_slot(dir_idx) to bk_key
  read bkfile
  if bkfilestat not = "00"
    perform work_io_error
    exit paragraph
  end-if
  compute entry_off = target_pos - cum_pos + 1
  perform varying entry_idx from bk_cnt by -1 until entry_idx < entry_off
    move bk_entry(entry_idx) to bk_entry(entry_idx + 1)
  end-perform
  move elem_orig to bk_entry(entry_off)
  add 1 to bk_cnt
  add 1 to dir_size(dir_idx)
  move elem_orig to mx_key
  move dir_slot(dir_idx) to mx_block
  rewrite mxrec
  if bk_cnt < block_max
    rewrite bkrec
  else
    perform split_block
  end-if
  .

read_element.
  move elem_orig to mx_key
  read mxfile
  if mxfilestat not = "00"
    perform work_io_error
    move 0 to elem_value
    exit paragraph
  end-if
  move mx_value to elem_value
  .

*> Where elem_orig (its mix record just read) sits now: its block
*> read into bkrec at dir_idx, entry_off within the block and
*> elem_pos counted from 0 around the circle.
find_element_pos.
  move mx_block to bk_key
  read bkfile
  if bkfilestat not = "00"
    perform work_io_error
    exit paragraph
  end-if
  move slot_dir(mx_block) to dir_idx
  move 0 to entry_off
  perform varying entry_idx from 1 by 1
      until entry_idx > bk_cnt or entry_off > 0
    if bk_entry(entry_idx) = elem_orig
      move entry_idx to entry_off
    end-if
  end-perform
  if entry_off = 0
    display "20a: ERROR number " elem_orig " is not in block " mx_block
    move "Y" to work_failed
    exit paragraph
  end-if
  move 0 to cum_pos
  perform varying dir_move from 1 by 1 until dir_move >= dir_idx
    add dir_size(dir_move) to cum_pos
  end-perform
  compute elem_pos = cum_pos + entry_off - 1
  .

*> The block holding target_pos (counted from 0 around the circle):
*> dir_idx, with cum_pos the count of numbers in the blocks ahead.
locate_position.
  move 0 to cum_pos
  move 1 to dir_idx
  perform until dir_idx >= dir_cnt
      or cum_pos + dir_size(dir_idx) > target_pos
    add dir_size(dir_idx) to cum_pos
    add 1 to dir_idx
  end-perform
  .

*> An insert filled the block: its back half goes to a new slot
*> placed right after it in the directory.
split_block.
  if dir_cnt >= dir_limit
    rewrite bkrec
    display "20a: ERROR the list needs more than " dir_limit
        " work-file blocks."
    move "Y" to work_failed
    exit paragraph
  end-if
  perform varying entry_idx from 1 by 1
      until entry_idx > block_max - block_fill
    move bk_entry(block_fill + entry_idx) to hold_entry(entry_idx)
  end-perform
  move block_fill to bk_cnt
  rewrite bkrec
  move block_fill to dir_size(dir_idx)
  perform varying dir_move from dir_cnt by -1 until dir_move <= dir_idx
    move dir_row(dir_move) to dir_row(dir_move + 1)
    add 1 to slot_dir(dir_slot(dir_move + 1))
  end-perform
  add 1 to dir_cnt
  add 1 to slot_cnt
  add 1 to dir_idx
  move slot_cnt to dir_slot(dir_idx)
  compute dir_size(dir_idx) = block_max - block_fill
  move dir_idx to slot_dir(slot_cnt)
  move dir_size(dir_idx) to bk_cnt
  perform varying entry_idx from 1 by 1 until entry_idx > bk_cnt
    move hold_entry(entry_idx) to bk_entry(entry_idx)
    move hold_entry(entry_idx) to slot_elem
    perform point_element_at_slot
  end-perform
  move slot_cnt to bk_key
  write bkrec
  if bkfilestat not = "00"
    perform work_io_error
  end-if
  if dir_cnt > dir_hw
    move dir_cnt to dir_hw
  end-if
  .

fetch_at_position.
  perform locate_position
  move dir_slot(dir_idx) to bk_key
  read bkfile
  if bkfilestat not = "00"
    perform work_io_error
    exit paragraph
  end-if
  compute entry_off = target_pos - cum_pos + 1
  move bk_entry(entry_off) to elem_orig
  perform read_element
  .

work_io_error.
  display "20a: ERROR on the work files, number " mx_key
      " block " bk_key " status " mxfilestat " " bkfilestat
  move "Y" to work_failed
  .

*> The inverse mix through the work files: every move replayed
*> backwards in reverse order, then the circle walked once from the
*> first original number -- each position must hold the next one.
verify_work_mix.
  move -1 to mix_dir
  perform varying round_idx from 1 by 1
      until round_idx > mix_rounds or work_failed = "Y"
    perform dump_circle
    perform build_blocks
    if list_cnt > 1
      perform mix_work_round
    end-if
  end-perform
  move 0 to verify_fail_at
  if work_failed = "Y"
    move 1 to verify_fail_at
  else
    move 1 to elem_orig
    perform read_element
    perform find_element_pos
    move elem_pos to first_pos
    move 0 to walk_pos
    perform varying dir_idx from 1 by 1 until dir_idx > dir_cnt
      move dir_slot(dir_idx) to bk_key
      read bkfile
      perform varying entry_idx from 1 by 1 until entry_idx > bk_cnt
        compute walk_expect = function mod(walk_pos - first_pos,
            list_cnt) + 1
        if bk_entry(entry_idx) not = walk_expect
          if verify_fail_at = 0 or walk_expect < verify_fail_at
            move walk_expect to verify_fail_at
          end-if
        end-if
        add 1 to walk_pos
      end-perform
    end-perform
  end-if
  if verify_fail_at = 0
    display "20a: INVERSE-MIX VERIFICATION PASS -- list reconciles"
        " element by element."
  else
    display "20a: INVERSE-MIX VERIFICATION FAIL at position "
        verify_fail_at
  end-if
  .

*> trace_round's listing, taken around the circle block by block.
trace_work_round.
  move round_idx to disp-round
  move spaces to report-line
  string "ROUND " delimited by size
    disp-round delimited by size
    ": [" delimited by size
    into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  perform varying dir_idx from 1 by 1 until dir_idx > dir_cnt
    move dir_slot(dir_idx) to bk_key
    read bkfile
    perform varying entry_idx from 1 by 1 until entry_idx > bk_cnt
      move bk_entry(entry_idx) to mx_key
      read mxfile
      move mx_value to trace-val
      move spaces to report-line
      string function trim(trace-val) delimited by size
        into report-line
      end-string
      call 'lib-writereport' using function module-id "W" report-line
    end-perform
  end-perform
  move "]" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  .

remove_work_files.
  if mx_open = "Y"
    close mxfile
    move "N" to mx_open
  end-if
  if bk_open = "Y"
    close bkfile
    move "N" to bk_open
  end-if
  call "CBL_DELETE_FILE" using "20.wrk"
      returning delete_stat
  call "CBL_DELETE_FILE" using "20.blk"
      returning delete_stat
  call "CBL_DELETE_FILE" using "20.seq"
      returning delete_stat
  .
