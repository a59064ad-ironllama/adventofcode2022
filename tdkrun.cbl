           >>source format free
identification division.
program-id. tdkrun recursive.
author. alexoh@wcoding.
*> Regression harness for the shared libraries the nightly batch
*> depends on. lib-combos checks the combinatorics libraries; these
*> had no check but tomorrow's baselines. Each library has a test
*> deck, <library>.tdk -- one case per line, "|" between fields,
*> "*" comment lines, the fields for that library described at the
*> head of its deck -- and this runs every case of every deck
*> against the library as built and reports each case PASS or FAIL
*> with what it expected and what it got:
*>   lib-snafu     S2D/D2S conversions, zero, negative, bad digits
*>   lib-packets   pair ordering, empty lists, undecided pairs,
*>                 canonical forms
*>   lib-priority  the built-in item scale (skipped while a
*>                 priority.ovr is on file -- its overrides would
*>                 be in force)
*>   lib-parsectl  keyword lookup, unknown and mispunched keywords
*>   lib-blizzard  blizzard occupancy, wrap-around, crossings
*>   lib-heap      min and max ordering, taking from an empty heap
*>   lib-extsort   small sorts, an empty file, a multi-run merge
*>   lib-intctl    sealed, unsealed, appended, legacy and damaged
*>                 interface files
*>   lib-ctldict   card lines and keywords against the suite's
*>                 keyword dictionary: unknown keywords, types and
*>                 ranges, shared cards, defaults and their source
*> A case is added by appending its line to the library's deck.
*> Scratch files tdkrun.in, tdkrun.out and tdkrun.int are left
*> behind, as are lib-extsort's work files.
*> Control card (td.ctl), optional:
*>   DECK=ALL       every deck (default)
*>   DECK=lib-x     one library's deck
*> Return code 8 when any case fails, 4 when a deck is missing or
*> skipped and nothing failed.

environment division.
  input-output section.
    file-control.
      select dfile assign to deck_filename
        organization is line sequential
        file status is dfilestat.
      select pfile assign to "priority.ovr"
        organization is line sequential
        file status is pfilestat.
      select sfile assign to "tdkrun.in"
        organization is line sequential
        file status is sfilestat.
      select ofile assign to "tdkrun.out"
        organization is line sequential
        file status is ofilestat.
      select ifile assign to "tdkrun.int"
        organization is line sequential
        file status is ifilestat.

data division.
  file section.
    fd dfile.
    01 dfileline pic x(999).

    fd pfile.
    01 pfileline pic x(80).

    fd sfile.
    01 sfileline pic x(999).

    fd ofile.
    01 ofileline pic x(999).

    fd ifile.
    01 ifileline pic x(999).

  working-storage section.
    01 dfilestat pic xx.
    01 pfilestat pic xx.
    01 sfilestat pic xx.
    01 ofilestat pic xx.
    01 ifilestat pic xx.
    01 deck_filename pic x(30).
    77 deck_eof pic x.
    77 file_eof pic x.

    *> The libraries with a deck, in the order they are run.
    01 deck_names.
      02 deck_cnt pic s9(4) comp value 9.
      02 deck_name pic x(20) occurs 9 times indexed by deck_idx.
    77 deck_parm pic x(20).
    77 deck_lib pic x(20).

    *> One case: its fields off the deck line, and the verdict.
    01 case_fields.
      02 case_fld pic x(400) occurs 6 times indexed by fld_idx.
    77 case_id pic x(8).
    77 case_want pic x(400).
    77 case_got pic x(400).

    77 case_cnt pic s9(8) comp value 0.
    77 pass_cnt pic s9(8) comp value 0.
    77 fail_cnt pic s9(8) comp value 0.
    77 deck_case_cnt pic s9(8) comp value 0.
    77 deck_fail_cnt pic s9(8) comp value 0.
    77 missing_cnt pic s9(4) comp value 0.
    77 disp-num pic z(7)9.
    77 disp-num2 pic z(7)9.
    77 disp-signed pic -(18)9.

    *> A "^"-separated list split into its items.
    01 split_list.
      02 split_cnt pic s9(4) comp value 0.
      02 split_item pic x(120) occurs 0 to 50 times
          depending on split_cnt indexed by split_idx.
    77 split_text pic x(400).
    77 split_delim pic x.
    77 split_ptr pic s9(4) comp.
    77 split_len pic s9(4) comp.
    77 out_ptr pic s9(4) comp.

    *> For lib-snafu.
    77 snafu_mode pic x(3).
    77 snafu_text pic x(26).
    77 snafu_decimal pic s9(18) comp.
    77 snafu_result pic x(3).

    *> For lib-packets.
    77 left_packet pic x(999).
    77 right_packet pic x(999).
    77 packet_order pic 9.
    01 packet_trace.
      02 packet_trace_cnt pic s9(4) comp value 0.
      02 packet_trace_row pic x(99) occurs 0 to 99 times
          depending on packet_trace_cnt indexed by packet_trace_idx.

    *> For lib-priority.
    77 prio_mode pic x.
    77 prio_char pic x.
    77 prio_value pic s9(4) comp.
    77 prio_result pic x(4).
    77 disp-prio pic -(3)9.

    *> For lib-parsectl -- the card under test.
    01 test_ctl_lines.
      02 test_ctl_cnt pic s9(8) comp value 0.
      02 test_ctl_row pic x(9999) occurs 0 to 9 times
          depending on test_ctl_cnt indexed by test_ctl_idx.
    77 test_keyword pic x(12).
    77 test_default pic x(30).
    77 test_value pic x(30).
    77 test_source pic x(4).
    77 test_echo pic x(60).

    *> For lib-ctldict.
    77 dict_mode pic x.
    77 dict_progid pic x(10).
    77 dict_keyword pic x(12).
    77 dict_text pic x(256).
    77 dict_default pic x(30).
    77 dict_source pic x(4).
    77 dict_result pic x(4).
    77 dict_message pic x(50).

    *> For lib-blizzard.
    01 basin.
      02 basin_r_cnt pic 9(8) comp.
      02 basin_r occurs 25 times indexed by basin_r_i.
        03 basin_c_cnt pic 9(8) comp.
        03 basin_c pic x occurs 120 times indexed by basin_c_i.
    01 basin_spot.
      02 spot_y pic 9(3) comp.
      02 spot_x pic 9(3) comp.
      02 spot_t pic 9(3) comp.
    01 spot_state.
      02 spot_w pic 9(8).
      02 spot_d pic x.

    *> For lib-heap.
    77 heap_type pic x(3).
    77 heap_oper pic x(6).
    01 test_heap.
      02 test_heap_cnt pic s9(8) comp value 0.
      02 test_heap_item occurs 1 to 999
          depending on test_heap_cnt indexed by test_heap_idx.
        03 test_heap_key pic s9(18) comp.
        03 test_heap_val pic s9(8) comp.
    01 test_heap_new.
      02 test_heap_new_key pic s9(18) comp.
      02 test_heap_new_val pic s9(8) comp.
    77 heap_op pic x(20).

    *> For lib-extsort -- same compare group lib-heapsort uses.
    77 sort_infile pic x(25) value "tdkrun.in".
    77 sort_outfile pic x(25) value "tdkrun.out".
    01 sort_compare.
      02 sort_compare_func procedure-pointer.
      02 sort_compare_one pic x(999).
      02 sort_compare_two pic x(999).
      02 sort_compare_res pic 9.
    77 gen_cnt pic s9(8) comp.
    77 gen_idx pic s9(8) comp.
    77 gen_rec pic 9(6).
    77 out_cnt pic s9(8) comp.
    77 out_bad pic s9(8) comp.

    *> For lib-intctl.
    77 int_filename pic x(20) value "tdkrun.int".
    77 int_mode pic x.
    77 int_run pic 9(6) value 0.
    77 int_result pic x(4).
    77 step_idx pic s9(4) comp.

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

    77 report-line pic x(999).

procedure division.
  call 'lib-readdata' using function module-id ".ctl" ctl_all_lines
  move "DECK" to parm_keyword
  move "ALL" to parm_default
  call 'lib-parsectl' using ctl_all_lines parm_keyword parm_default
      parm_value parm_source parm_echo
  display function trim(parm_echo)
  move parm_value(1:20) to deck_parm

  move "lib-snafu" to deck_name(1)
  move "lib-packets" to deck_name(2)
  move "lib-priority" to deck_name(3)
  move "lib-parsectl" to deck_name(4)
  move "lib-blizzard" to deck_name(5)
  move "lib-heap" to deck_name(6)
  move "lib-extsort" to deck_name(7)
  move "lib-intctl" to deck_name(8)
  move "lib-ctldict" to deck_name(9)

  call 'lib-writereport' using function module-id "O" report-line
  move "SHARED LIBRARY REGRESSION DECKS" to report-line
  call 'lib-writereport' using function module-id "W" report-line
  move "CASE     RESULT" to report-line
  call 'lib-writereport' using function module-id "H" report-line

  perform varying deck_idx from 1 by 1 until deck_idx > deck_cnt
    if deck_parm = "ALL" or deck_parm = deck_name(deck_idx)
      move deck_name(deck_idx) to deck_lib
      perform run_deck
    end-if
  end-perform

  move case_cnt to disp-num
  move fail_cnt to disp-num2
  move spaces to report-line
  string "CASES RUN: " function trim(disp-num)
    "  FAILED: " function trim(disp-num2)
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  call 'lib-writereport' using function module-id "C" report-line
  display "tdkrun: " case_cnt " case(s), " pass_cnt " passed, "
      fail_cnt " failed, " missing_cnt " deck(s) missing or skipped."
  evaluate true
    when fail_cnt > 0
      display ">>>>> ERROR: A SHARED LIBRARY FAILS ITS TEST DECK. <<<<<"
      move 8 to return-code
    when missing_cnt > 0
      move 4 to return-code
  end-evaluate
  goback.

run_deck.
  move spaces to report-line
  string "--- " function trim(deck_lib) " ---"
    delimited by size into report-line
  end-string
  call 'lib-writereport' using function module-id "W" report-line
  move spaces to deck_filename
  string function trim(deck_lib) ".tdk" delimited by size
    into deck_filename
  end-string
  if deck_lib = "lib-priority"
    open input pfile
    if pfilestat = "00"
      close pfile
      move "  SKIPPED -- priority.ovr IS ON FILE" to report-line
      call 'lib-writereport' using function module-id "W" report-line
      display "tdkrun: " function trim(deck_lib)
          " skipped -- priority.ovr is on file."
      add 1 to missing_cnt
      exit paragraph
    end-if
  end-if
  open input dfile
  if dfilestat not = "00"
    move spaces to report-line
    string "  DECK " function trim(deck_filename) " NOT ON FILE"
      delimited by size into report-line
    end-string
    call 'lib-writereport' using function module-id "W" report-line
    display "tdkrun: " function trim(deck_filename) " not on file."
    add 1 to missing_cnt
    exit paragraph
  end-if
  move 0 to deck_case_cnt
  move 0 to deck_fail_cnt
  move "N" to deck_eof
  perform until deck_eof = "Y"
    read dfile at end move "Y" to deck_eof
      not at end
        if dfileline(1:1) not = "*" and dfileline not = spaces
          perform run_case
        end-if
    end-read
  end-perform
  close dfile
  display "tdkrun: " function trim(deck_lib) " " deck_case_cnt
      " case(s), " deck_fail_cnt " failed."
  .

run_case.
  move spaces to case_fields
  unstring dfileline delimited by "|"
    into case_fld(1) case_fld(2) case_fld(3) case_fld(4)
      case_fld(5) case_fld(6)
  end-unstring
  move case_fld(1) to case_id
  move spaces to case_want
  move spaces to case_got
  evaluate deck_lib
    when "lib-snafu"    perform case_snafu
    when "lib-packets"  perform case_packets
    when "lib-priority" perform case_priority
    when "lib-parsectl" perform case_parsectl
    when "lib-blizzard" perform case_blizzard
    when "lib-heap"     perform case_heap
    when "lib-extsort"  perform case_extsort
    when "lib-intctl"   perform case_intctl
    when "lib-ctldict"  perform case_ctldict
  end-evaluate
  add 1 to case_cnt
  add 1 to deck_case_cnt
  move spaces to report-line
  if function trim(case_got) = function trim(case_want)
    add 1 to pass_cnt
    string case_id " PASS " function trim(case_got)
      delimited by size into report-line
    end-string
  else
    add 1 to fail_cnt
    add 1 to deck_fail_cnt
    string case_id " FAIL EXPECTED [" function trim(case_want)
      "] GOT [" function trim(case_got) "]"
      delimited by size into report-line
    end-string
    display "tdkrun: " function trim(report-line)
  end-if
  call 'lib-writereport' using function module-id "W" report-line
  .

*> mode|input|expected: the decimal, the SNAFU string, or ERR.
case_snafu.
  move case_fld(2)(1:3) to snafu_mode
  move case_fld(4) to case_want
  move spaces to snafu_text
  move 0 to snafu_decimal
  if snafu_mode = "S2D"
    move case_fld(3)(1:26) to snafu_text
  else
    compute snafu_decimal = function numval(case_fld(3))
  end-if
  call 'lib-snafu' using snafu_mode snafu_text snafu_decimal
      snafu_result
  evaluate true
    when snafu_result not = "OK "
      move snafu_result to case_got
    when snafu_mode = "S2D"
      move snafu_decimal to disp-signed
      move function trim(disp-signed) to case_got
    when other
      move snafu_text to case_got
  end-evaluate
  .

*> left|right|expected order, or packet|CANON|expected canonical form.
case_packets.
  move case_fld(2) to left_packet
  move case_fld(3) to right_packet
  move case_fld(4) to case_want
  move 0 to packet_order
  move 0 to packet_trace_cnt
  if case_fld(3) = "CANON"
    move 9 to packet_order
    move spaces to right_packet
    call 'lib-packets' using left_packet right_packet packet_order
        packet_trace
    move right_packet to case_got
    exit paragraph
  end-if
  call 'lib-packets' using left_packet right_packet packet_order
      packet_trace
  move packet_order to case_got
  .

*> item|expected priority on the built-in scale.
case_priority.
  move "P" to prio_mode
  move case_fld(2)(1:1) to prio_char
  move case_fld(3) to case_want
  call 'lib-priority' using prio_mode prio_char prio_value
      prio_result
  move prio_value to disp-prio
  move function trim(disp-prio) to case_got
  .

*> card lines|keyword|default|expected value|expected source.
case_parsectl.
  move case_fld(2) to split_text
  move "^" to split_delim
  perform split_items
  move 0 to test_ctl_cnt
  perform varying split_idx from 1 by 1
      until split_idx > split_cnt or test_ctl_cnt >= 9
    add 1 to test_ctl_cnt
    move split_item(split_idx) to test_ctl_row(test_ctl_cnt)
  end-perform
  move case_fld(3)(1:12) to test_keyword
  move case_fld(4)(1:30) to test_default
  call 'lib-parsectl' using test_ctl_lines test_keyword
      test_default test_value test_source test_echo
  string function trim(case_fld(5)) "/" function trim(case_fld(6))
    delimited by size into case_want
  end-string
  string function trim(test_value) "/" test_source
    delimited by size into case_got
  end-string
  .

*> program|keyword|card line or value|program default|expected.
*> No keyword: the card line is checked ("L"), expecting the result
*> and the line's keyword. A keyword: the program asks for it ("K")
*> with the card value, if any, expecting result, default in effect
*> and its source.
case_ctldict.
  move case_fld(2)(1:10) to dict_progid
  move case_fld(3)(1:12) to dict_keyword
  move case_fld(4)(1:256) to dict_text
  move case_fld(5)(1:30) to dict_default
  if dict_keyword = spaces
    move "L" to dict_mode
  else
    move "K" to dict_mode
    move "DFLT" to dict_source
    if dict_text not = spaces
      move "CARD" to dict_source
    end-if
  end-if
  call 'lib-ctldict' using dict_mode dict_progid dict_keyword
      dict_text dict_default dict_source dict_result dict_message
  move case_fld(6) to case_want
  if dict_mode = "L"
    string function trim(dict_result) "/" function trim(dict_keyword)
      delimited by size into case_got
    end-string
  else
    string function trim(dict_result) "/" function trim(dict_default)
      "/" function trim(dict_source) delimited by size into case_got
    end-string
  end-if
  .

*> rows|y|x|minute|expected count and direction.
case_blizzard.
  move case_fld(2) to split_text
  move "/" to split_delim
  perform split_items
  initialize basin
  move split_cnt to basin_r_cnt
  perform varying split_idx from 1 by 1 until split_idx > split_cnt
    move function length(function trim(split_item(split_idx)))
        to basin_c_cnt(split_idx)
    perform varying basin_c_i from 1 by 1
        until basin_c_i > basin_c_cnt(split_idx)
      move split_item(split_idx)(basin_c_i:1)
          to basin_c(split_idx, basin_c_i)
    end-perform
  end-perform
  compute spot_y = function numval(case_fld(3))
  compute spot_x = function numval(case_fld(4))
  compute spot_t = function numval(case_fld(5))
  move case_fld(6) to case_want
  call 'lib-blizzard' using basin basin_spot spot_state
  move spot_w to disp-num
  string function trim(disp-num) spot_d
    delimited by size into case_got
  end-string
  .

*> min or max|operations|expected keys taken.
case_heap.
  move case_fld(2)(1:3) to heap_type
  move case_fld(4) to case_want
  move case_fld(3) to split_text
  move "," to split_delim
  perform split_items
  move 0 to test_heap_cnt
  move 1 to out_ptr
  perform varying split_idx from 1 by 1 until split_idx > split_cnt
    move split_item(split_idx) to heap_op
    if out_ptr > 1 and heap_op(1:1) = "N"
      string "," delimited by size into case_got with pointer out_ptr
      end-string
    end-if
    evaluate heap_op(1:1)
      when "I"
        compute test_heap_new_key = function numval(heap_op(2:19))
        move split_idx to test_heap_new_val
        move "insert" to heap_oper
        call 'lib-heap' using heap_type heap_oper test_heap
            test_heap_new
      when "N"
        if test_heap_cnt = 0
          string "-" delimited by size into case_got
            with pointer out_ptr
          end-string
        else
          move "next" to heap_oper
          call 'lib-heap' using heap_type heap_oper test_heap
              test_heap_new
          move test_heap_new_key to disp-signed
          string function trim(disp-signed) delimited by size
            into case_got with pointer out_ptr
          end-string
        end-if
    end-evaluate
  end-perform
  .

*> input records|expected output records.
case_extsort.
  move case_fld(3) to case_want
  open output sfile
  if case_fld(2)(1:6) = "*DESC "
    compute gen_cnt = function numval(case_fld(2)(7:10))
    perform varying gen_idx from gen_cnt by -1 until gen_idx < 1
      move gen_idx to gen_rec
      move gen_rec to sfileline
      write sfileline
    end-perform
  else
    move case_fld(2) to split_text
    move "^" to split_delim
    perform split_items
    perform varying split_idx from 1 by 1 until split_idx > split_cnt
      move split_item(split_idx) to sfileline
      write sfileline
    end-perform
  end-if
  close sfile

  set sort_compare_func to entry "tdkrun-compare"
  call 'lib-extsort' using sort_infile sort_outfile sort_compare

  move 0 to out_cnt
  move 0 to out_bad
  move 1 to out_ptr
  move "N" to file_eof
  open input ofile
  if ofilestat not = "00"
    move "NO OUTPUT FILE" to case_got
    exit paragraph
  end-if
  perform until file_eof = "Y"
    read ofile at end move "Y" to file_eof
      not at end
        add 1 to out_cnt
        if case_want(1:5) = "*ASC "
          move out_cnt to gen_rec
          if ofileline(1:6) not = gen_rec and out_bad = 0
            move out_cnt to out_bad
          end-if
        else
          if out_cnt > 1
            string "^" delimited by size into case_got
              with pointer out_ptr
            end-string
          end-if
          string function trim(ofileline) delimited by size
            into case_got with pointer out_ptr
          end-string
        end-if
    end-read
  end-perform
  close ofile
  if case_want(1:5) = "*ASC "
    move out_cnt to disp-num
    if out_bad > 0
      move out_bad to disp-num
      string "OUT OF ORDER AT RECORD " function trim(disp-num)
        delimited by size into case_got
      end-string
    else
      string "*ASC " function trim(disp-num)
        delimited by size into case_got
      end-string
    end-if
  end-if
  .

*> steps|file records|appended record|expected last result.
case_intctl.
  move case_fld(5) to case_want
  call "CBL_DELETE_FILE" using int_filename
  if case_fld(3) not = "*NONE"
    open output ifile
    move case_fld(3) to split_text
    move "^" to split_delim
    perform split_items
    perform varying split_idx from 1 by 1 until split_idx > split_cnt
      move split_item(split_idx) to ifileline
      write ifileline
    end-perform
    close ifile
  end-if
  perform varying step_idx from 1 by 1
      until step_idx > 8 or case_fld(2)(step_idx:1) = space
    evaluate case_fld(2)(step_idx:1)
      when "S"
        move "S" to int_mode
        call 'lib-intctl' using int_filename int_mode int_run
            int_result
      when "V"
        move "V" to int_mode
        call 'lib-intctl' using int_filename int_mode int_run
            int_result
      when "A"
        open extend ifile
        move case_fld(4) to ifileline
        write ifileline
        close ifile
    end-evaluate
  end-perform
  move int_result to case_got
  .

*> Items of split_text between split_delim characters; an empty
*> text has no items.
split_items.
  move 0 to split_cnt
  move function length(function trim(split_text trailing))
      to split_len
  if split_text = spaces
    exit paragraph
  end-if
  move 1 to split_ptr
  perform until split_ptr > split_len or split_cnt >= 50
    add 1 to split_cnt
    move spaces to split_item(split_cnt)
    unstring split_text(1:split_len) delimited by split_delim
      into split_item(split_cnt)
      with pointer split_ptr
    end-unstring
  end-perform
  .

*> An ENTRY statement is not a paragraph boundary: without this
*> explicit exit a PERFORM of the paragraph above would fall
*> straight through into the entry body.
before-compare-exit.
  exit.

*> lib-heapsort's contract: result 2 when record two sorts after
*> record one. The decks sort on the whole record.
entry "tdkrun-compare"
  move 1 to sort_compare_res
  if sort_compare_two > sort_compare_one
    move 2 to sort_compare_res
  end-if
  goback.
