           >>source format free
identification division.
program-id. mrgjob.
author. alexoh@wcoding.
*> Merge job for files already in key order. sortjob sorts one file
*> at a time, and re-sorting files that are each in order already
*> (the split-stream copies of driver.stm, histclose's archived
*> run.history periods with the live ledger, the monthly
*> fuel<period>.arc journals) costs the batch window a full sort
*> for nothing. This merges up to nine ordered inputs into one
*> output in a single pass, on the same key-field cards sortjob
*> takes, judged by the compare contract of lib-extsort and
*> lib-heapsort (result 2 when record two sorts after record one) --
*> the key compare is sortjob's, performed here in line since the
*> merge calls it for itself rather than through a library.
*> Records with equal keys keep input order: INFILE1's first.
*> Each input is checked as it is read: a record that sorts before
*> the one ahead of it in the same input is a sequence break, and
*> is reported -- never merged out of place.
*> Control card (mr.ctl):
*>   INFILE1=name .. INFILE9=name       the inputs (at least one)
*>   OUTFILE=name                       required
*>   KEY1=pos,len,T,O .. KEY5=...       as sortjob: T = C character
*>                                      or N numeric, O = A ascending
*>                                      or D descending; KEY1 major
*>   BREAK=STOP                         stop at the first sequence
*>                                      break (default)
*>   BREAK=SKIP                         set each breaking record
*>                                      aside on mrgjob.brk and carry
*>                                      on
*> Records are x(999), lib-extsort's contract. The merge report
*> lists each input's count and every break.
*> Return code 4 when records were set aside, 8 for a card error or
*> a missing input, 12 when a break stopped the merge (the output is
*> then incomplete).

environment division.
  input-output section.
    file-control.
      select mfile1 assign to in_filename1
        organization is line sequential
        file status is mfilestat1.
      select mfile2 assign to in_filename2
        organization is line sequential
        file status is mfilestat2.
      select mfile3 assign to in_filename3
        organization is line sequential
        file status is mfilestat3.
      select mfile4 assign to in_filename4
        organization is line sequential
        file status is mfilestat4.
      select mfile5 assign to in_filename5
        organization is line sequential
        file status is mfilestat5.
      select mfile6 assign to in_filename6
        organization is line sequential
        file status is mfilestat6.
      select mfile7 assign to in_filename7
        organization is line sequential
        file status is mfilestat7.
      select mfile8 assign to in_filename8
        organization is line sequential
        file status is mfilestat8.
      select mfile9 assign to in_filename9
        organization is line sequential
        file status is mfilestat9.
      select ofile assign to out_filename
        organization is line sequential
        file status is ofilestat.
      select bfile assign to "mrgjob.brk"
        organization is line sequential
        file status is bfilestat.

data division.
  file section.
    fd mfile1.
    01 mfileline1 pic x(999).
    fd mfile2.
    01 mfileline2 pic x(999).
    fd mfile3.
    01 mfileline3 pic x(999).
    fd mfile4.
    01 mfileline4 pic x(999).
    fd mfile5.
    01 mfileline5 pic x(999).
    fd mfile6.
    01 mfileline6 pic x(999).
    fd mfile7.
    01 mfileline7 pic x(999).
    fd mfile8.
    01 mfileline8 pic x(999).
    fd mfile9.
    01 mfileline9 pic x(999).

    fd ofile.
    01 ofileline pic x(999).

    fd bfile.
    01 bfileline pic x(999).

  working-storage section.
    01 in_filename1 pic x(25).
    01 in_filename2 pic x(25).
    01 in_filename3 pic x(25).
    01 in_filename4 pic x(25).
    01 in_filename5 pic x(25).
    01 in_filename6 pic x(25).
    01 in_filename7 pic x(25).
    01 in_filename8 pic x(25).
    01 in_filename9 pic x(25).
    01 mfilestat1 pic xx.
    01 mfilestat2 pic xx.
    01 mfilestat3 pic xx.
    01 mfilestat4 pic xx.
    01 mfilestat5 pic xx.
    01 mfilestat6 pic xx.
    01 mfilestat7 pic xx.
    01 mfilestat8 pic xx.
    01 mfilestat9 pic xx.
    01 ofilestat pic xx.
    01 bfilestat pic xx.
    77 out_filename pic x(25).
    77 break_parm pic x(4) value "STOP".
    77 brk_open pic x value "N".

    *> One row per input: its name, the record in hand, the record
    *> before it (for the sequence check), and its counts.
    01 in_table.
      02 in_cnt pic s9(4) comp value 0.
      02 in_row occurs 9 times indexed by in_idx.
        03 in_name pic x(25).
        03 in_stat pic xx.
        03 in_eof pic x.
        03 in_have_prev pic x.
        03 in_rec pic x(999).
        03 in_prev pic x(999).
        03 in_read_cnt pic s9(8) comp.
        03 in_merged_cnt pic s9(8) comp.
        03 in_break_cnt pic s9(8) comp.
    77 in_no pic 9(2).
    77 best_idx pic s9(4) comp.
    77 read_rec pic x(999).
    77 read_eof pic x.
    77 read_stat pic xx.
    77 in_order pic x.
    77 stopped pic x value "N".

    *> Up to five key fields, major to minor.
    01 key_table.
      02 key_cnt pic s9(4) comp value 0.
      02 key_row occurs 5 times.
        03 key_pos pic s9(4) comp.
        03 key_len pic s9(4) comp.
        03 key_type pic x.
        03 key_order pic x.
    77 key_idx pic s9(4) comp.
    77 key_no pic 9.
    77 spec_pos pic x(6).
    77 spec_len pic x(6).
    77 spec_t pic x(2).
    77 spec_o pic x(20).

    77 out_cnt pic s9(8) comp value 0.
    77 break_total pic s9(8) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-num3 pic z(7)9.
    77 report-line pic x(999).

    *> The compare group of lib-extsort and lib-heapsort.
    01 sort_compare.
      02 sort_compare_one pic x(999).
      02 sort_compare_two pic x(999).
      02 sort_compare_res pic 9.
    77 cmp_one_num pic s9(18) comp.
    77 cmp_two_num pic s9(18) comp.
    77 cmp_done pic x.

    *> For lib-readdata + lib-parsectl.
    01 ctl_all_lines.
      02 ctl_line_cnt pic s9(8) comp value 0.
      02 ctl_line_row pic x(9999) occurs 0 to 99 times
          depending on ctl_line_cnt indexed by ctl_line_idx.
    77 parm_keyword pic x(12).
    77 parm_default pic x(30).
    77 parm_value pic x(30).
    77 parm_source pic x(4).
    77 parm_echo pic x(60).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  if ctl_line_cnt = 0
    display "mrgjob: no mr.ctl control card -- supply INFILE1=,"
        " OUTFILE= and KEY1=."
    move 8 to return-code
    goback
  end-if

  perform varying in_no from 1 by 1 until in_no > 9
    move spaces to parm_keyword
    string "INFILE" in_no(2:1) delimited by size into parm_keyword
    end-string
    move spaces to parm_default
    call 'lib-parsectl' using ctl_all_lines parm_keyword
        parm_default parm_value parm_source parm_echo
    if parm_source = "CARD" and parm_value not = spaces
      display function trim(parm_echo)
      add 1 to in_cnt
      move parm_value(1:25) to in_name(in_cnt)
    end-if
  end-perform

  move "OUTFILE" to parm_keyword
  move spaces to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:25) to out_filename

  if in_cnt = 0 or out_filename = spaces
    display "mrgjob: at least INFILE1= and OUTFILE= are required."
    move 8 to return-code
    goback
  end-if

  perform varying key_no from 1 by 1 until key_no > 5
    move spaces to parm_keyword
    string "KEY" key_no delimited by size into parm_keyword
    end-string
    move spaces to parm_default
    call 'lib-parsectl' using ctl_all_lines parm_keyword
        parm_default parm_value parm_source parm_echo
    if parm_source = "CARD"
      display function trim(parm_echo)
      perform parse_key_spec
    end-if
  end-perform
  if key_cnt = 0
    display "mrgjob: at least KEY1= is required."
    move 8 to return-code
    goback
  end-if

  move "BREAK" to parm_keyword
  move "STOP" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  if parm_value(1:4) = "SKIP"
    move "SKIP" to break_parm
    *> Fresh each run, so an old set-aside file is never mistaken
    *> for this merge's.
    open output bfile
    if bfilestat = "00"
      move "Y" to brk_open
    else
      display "mrgjob: ERROR opening mrgjob.brk status " bfilestat
    end-if
  end-if

  perform open_inputs
  if return-code > 0
    goback
  end-if
  open output ofile
  if ofilestat not = "00"
    display "mrgjob: ERROR opening " function trim(out_filename)
        " status " ofilestat
    perform close_inputs
    move 12 to return-code
    goback
  end-if

  call 'lib-writereport' using function module-id "O" report-line
  move spaces to report-line
  string "MERGE TO " function trim(out_filename) " -- BREAK="
    break_parm
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line

  *> Prime every input with its first record in order.
  perform varying in_idx from 1 by 1 until in_idx > in_cnt
    perform next_in_order
  end-perform

  perform until stopped = "Y"
    perform pick_lowest
    if best_idx = 0
      exit perform
    end-if
    write ofileline from in_rec(best_idx)
    add 1 to out_cnt
    add 1 to in_merged_cnt(best_idx)
    set in_idx to best_idx
    perform next_in_order
  end-perform

  close ofile
  perform close_inputs
  if brk_open = "Y"
    close bfile
  end-if
  perform write_summary
  evaluate true
    when stopped = "Y"
      move 12 to return-code
    when break_total > 0
      move 4 to return-code
  end-evaluate
  goback.

*> "pos,len,T,O" -- positions are 1-based columns, as sortjob.
parse_key_spec.
  move spaces to spec_pos spec_len spec_t spec_o
  unstring function trim(parm_value) delimited by ","
    into spec_pos spec_len spec_t spec_o
  end-unstring
  if function trim(spec_pos) = spaces
      or function trim(spec_len) = spaces
    display "mrgjob: KEY" key_no " is not pos,len,T,O -- ignored."
    exit paragraph
  end-if
  add 1 to key_cnt
  compute key_pos(key_cnt) = function numval(spec_pos)
  compute key_len(key_cnt) = function numval(spec_len)
  move spec_t(1:1) to key_type(key_cnt)
  if key_type(key_cnt) not = "N"
    move "C" to key_type(key_cnt)
  end-if
  move spec_o(1:1) to key_order(key_cnt)
  if key_order(key_cnt) not = "D"
    move "A" to key_order(key_cnt)
  end-if
  .

open_inputs.
  perform varying in_idx from 1 by 1 until in_idx > in_cnt
    move "N" to in_eof(in_idx)
    move "N" to in_have_prev(in_idx)
    move 0 to in_read_cnt(in_idx)
    move 0 to in_merged_cnt(in_idx)
    move 0 to in_break_cnt(in_idx)
    set in_no to in_idx
    evaluate in_no
      when 1
        move in_name(in_idx) to in_filename1
        open input mfile1
        move mfilestat1 to in_stat(in_idx)
      when 2
        move in_name(in_idx) to in_filename2
        open input mfile2
        move mfilestat2 to in_stat(in_idx)
      when 3
        move in_name(in_idx) to in_filename3
        open input mfile3
        move mfilestat3 to in_stat(in_idx)
      when 4
        move in_name(in_idx) to in_filename4
        open input mfile4
        move mfilestat4 to in_stat(in_idx)
      when 5
        move in_name(in_idx) to in_filename5
        open input mfile5
        move mfilestat5 to in_stat(in_idx)
      when 6
        move in_name(in_idx) to in_filename6
        open input mfile6
        move mfilestat6 to in_stat(in_idx)
      when 7
        move in_name(in_idx) to in_filename7
        open input mfile7
        move mfilestat7 to in_stat(in_idx)
      when 8
        move in_name(in_idx) to in_filename8
        open input mfile8
        move mfilestat8 to in_stat(in_idx)
      when 9
        move in_name(in_idx) to in_filename9
        open input mfile9
        move mfilestat9 to in_stat(in_idx)
    end-evaluate
    if in_stat(in_idx) not = "00"
      display "mrgjob: cannot open " function trim(in_name(in_idx))
          " status " in_stat(in_idx)
      move "Y" to in_eof(in_idx)
      move 8 to return-code
    end-if
  end-perform
  if return-code > 0
    perform close_inputs
  end-if
  .

close_inputs.
  perform varying in_idx from 1 by 1 until in_idx > in_cnt
    if in_stat(in_idx) = "00"
      set in_no to in_idx
      evaluate in_no
        when 1 close mfile1
        when 2 close mfile2
        when 3 close mfile3
        when 4 close mfile4
        when 5 close mfile5
        when 6 close mfile6
        when 7 close mfile7
        when 8 close mfile8
        when 9 close mfile9
      end-evaluate
      move "99" to in_stat(in_idx)
    end-if
  end-perform
  .

*> The input's next record that keeps its key order. A record that
*> sorts before the one ahead of it is a break: reported, then set
*> aside (SKIP) or the merge stops (STOP).
next_in_order.
  move "N" to in_order
  perform until in_order = "Y" or in_eof(in_idx) = "Y"
      or stopped = "Y"
    perform read_input
    if read_eof = "Y"
      move "Y" to in_eof(in_idx)
    else
      add 1 to in_read_cnt(in_idx)
      move "Y" to in_order
      if in_have_prev(in_idx) = "Y"
        move spaces to sort_compare_one
        move spaces to sort_compare_two
        move read_rec to sort_compare_one
        move in_prev(in_idx) to sort_compare_two
        move 0 to sort_compare_res
        perform compare_records
        if sort_compare_res = 2
          move "N" to in_order
          perform report_break
        end-if
      end-if
      if in_order = "Y"
        move read_rec to in_rec(in_idx)
        move read_rec to in_prev(in_idx)
        move "Y" to in_have_prev(in_idx)
      end-if
    end-if
  end-perform
  .

read_input.
  move "N" to read_eof
  set in_no to in_idx
  evaluate in_no
    when 1
      read mfile1 into read_rec at end move "Y" to read_eof end-read
    when 2
      read mfile2 into read_rec at end move "Y" to read_eof end-read
    when 3
      read mfile3 into read_rec at end move "Y" to read_eof end-read
    when 4
      read mfile4 into read_rec at end move "Y" to read_eof end-read
    when 5
      read mfile5 into read_rec at end move "Y" to read_eof end-read
    when 6
      read mfile6 into read_rec at end move "Y" to read_eof end-read
    when 7
      read mfile7 into read_rec at end move "Y" to read_eof end-read
    when 8
      read mfile8 into read_rec at end move "Y" to read_eof end-read
    when 9
      read mfile9 into read_rec at end move "Y" to read_eof end-read
  end-evaluate
  .

report_break.
  add 1 to in_break_cnt(in_idx)
  add 1 to break_total
  move in_read_cnt(in_idx) to disp-num
  move spaces to report-line
  string "SEQUENCE BREAK IN " function trim(in_name(in_idx))
    " AT RECORD " function trim(disp-num)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  display "mrgjob: " function trim(report-line)
  move spaces to report-line
  string "  PREVIOUS: " function trim(in_prev(in_idx))
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to report-line
  string "  THIS:     " function trim(read_rec)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  if break_parm = "STOP"
    move "Y" to stopped
    move "  MERGE STOPPED -- OUTPUT IS INCOMPLETE" to report-line
    call 'lib-writereport' using function module-id "W" report-line
    display "mrgjob: merge stopped at the break -- "
        function trim(out_filename) " is incomplete."
    exit paragraph
  end-if
  if brk_open = "Y"
    write bfileline from read_rec
  end-if
  .

*> The input whose record in hand sorts first; on equal keys the
*> lower-numbered input wins, so equal records keep input order.
pick_lowest.
  move 0 to best_idx
  perform varying in_idx from 1 by 1 until in_idx > in_cnt
    if in_eof(in_idx) = "N"
      if best_idx = 0
        set best_idx to in_idx
      else
        move spaces to sort_compare_one
        move spaces to sort_compare_two
        move in_rec(in_idx) to sort_compare_one
        move in_rec(best_idx) to sort_compare_two
        move 0 to sort_compare_res
        perform compare_records
        if sort_compare_res = 2
          set best_idx to in_idx
        end-if
      end-if
    end-if
  end-perform
  .

write_summary.
  perform varying in_idx from 1 by 1 until in_idx > in_cnt
    move in_read_cnt(in_idx) to disp-num
    move in_merged_cnt(in_idx) to disp-num2
    move in_break_cnt(in_idx) to disp-num3
    move spaces to report-line
    string "INPUT " function trim(in_name(in_idx)) ": READ "
      function trim(disp-num) "  MERGED " function trim(disp-num2)
      "  BREAKS " function trim(disp-num3)
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "mrgjob: " function trim(report-line)
  end-perform
  move out_cnt to disp-num
  move break_total to disp-num2
  move spaces to report-line
  string "OUTPUT " function trim(out_filename) ": "
    function trim(disp-num) " RECORD(S), " function trim(disp-num2)
    " SEQUENCE BREAK(S)"
    delimited by size into report-line
  end-string
  if break_total > 0 and break_parm = "SKIP"
    move spaces to report-line
    string "OUTPUT " function trim(out_filename) ": "
      function trim(disp-num) " RECORD(S), " function trim(disp-num2)
      " SEQUENCE BREAK(S) SET ASIDE ON mrgjob.brk"
      delimited by size into report-line
    end-string
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  display "mrgjob: " function trim(report-line)
  call 'lib-writereport' using function module-id "C" report-line
  .

*> lib-heapsort's contract: result 2 when record two sorts after
*> record one. Keys compare major to minor, first difference wins.
compare_records.
  move 1 to sort_compare_res
  move "N" to cmp_done
  perform varying key_idx from 1 by 1
      until key_idx > key_cnt or cmp_done = "Y"
    if key_type(key_idx) = "N"
      compute cmp_one_num = function numval(
          sort_compare_one(key_pos(key_idx):key_len(key_idx)))
      compute cmp_two_num = function numval(
          sort_compare_two(key_pos(key_idx):key_len(key_idx)))
      if cmp_one_num not = cmp_two_num
        move "Y" to cmp_done
        if (key_order(key_idx) = "A"
            and cmp_two_num > cmp_one_num)
            or (key_order(key_idx) = "D"
                and cmp_two_num < cmp_one_num)
          move 2 to sort_compare_res
        end-if
      end-if
    else
      if sort_compare_one(key_pos(key_idx):key_len(key_idx))
          not = sort_compare_two(key_pos(key_idx):key_len(key_idx))
        move "Y" to cmp_done
        if (key_order(key_idx) = "A"
            and sort_compare_two(key_pos(key_idx):key_len(key_idx))
                > sort_compare_one(key_pos(key_idx):key_len(key_idx)))
            or (key_order(key_idx) = "D"
                and sort_compare_two(key_pos(key_idx):key_len(key_idx))
                    < sort_compare_one(key_pos(key_idx):key_len(key_idx)))
          move 2 to sort_compare_res
        end-if
      end-if
    end-if
  end-perform
  .
